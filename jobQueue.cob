      *> FAILED with the return code it got, and a rerun of the queue  *
      *> picks up at the first job that is not DONE - so a night's     *
      *> work is set up once and reconciled in the morning instead of  *
      *> being driven interactively job by job. Run as PLAN it renders  *
      *> nothing: each job still to run is put through RENDER-ESTIMATE *
      *> and the night is laid out as a batch-window plan, flagging    *
      *> the jobs that will not finish before the morning cutoff       *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-QUEUE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CURRENT-ID-STATUS.

      *> The estimate RENDER-ESTIMATE leaves for the job it was just
      *> launched against - read back once per job in plan mode
           SELECT ESTIMATE-FILE ASSIGN TO "render_estimate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTIMATE-FILE-STATUS.

      *> The batch-window plan written in plan mode
           SELECT PLAN-FILE ASSIGN TO "render_plan.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLAN-FILE-STATUS.

      *> The shared operations exception file - every FAILED stamp and
      *> every queue or plan problem is appended here as well, for the
      *> morning exception report
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> File descriptor for the job queue. One fixed-width record per
           05  CUR-SCENE-NAME      PIC X(8).
           05  CUR-SCENE-VERSION   PIC 9(4).

      *> File descriptor for the estimate - the same record
      *> RENDER-ESTIMATE writes
       FD  ESTIMATE-FILE.
       01  ESTIMATE-RECORD.
           05  EST-SCENE-FILE      PIC X(40).
           05  EST-HITTABLE-COUNT  PIC 9(5).
           05  EST-IMAGE-WIDTH     PIC 9(5).
           05  EST-RENDER-ROWS     PIC 9(5).
           05  EST-SAMPLES         PIC 9(3).
           05  EST-FRAMES          PIC 9(3).
           05  EST-RAYS            PIC 9(15).
           05  EST-RAYS-PER-SEC    PIC 9(9).
           05  EST-ELAPSED-SECS    PIC 9(9).
           05  EST-BASIS           PIC X(8).      *> SIMILAR/ALLRUNS/DEFAULT
           05  EST-BASIS-RUNS      PIC 9(4).
           05  EST-MADE-STAMP      PIC X(14).
           05  EST-FINISH-STAMP    PIC X(14).

       FD  PLAN-FILE.
       01  PLAN-RECORD             PIC X(132).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  QUEUE-FILE-VARS.
           05  QUEUE-FILENAME      PIC X(40) VALUE "render_queue.dat".
           05  QUEUE-FILE-STATUS   PIC X(02) VALUE "00".
           05  CURRENT-ID-STATUS   PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".
           05  QUEUE-EOF-SWITCH    PIC 9 VALUE 0.
           05  QUEUE-OVERFLOW-COUNT PIC 9(5) VALUE 0. *> Jobs past the table's capacity

           05  JOB-STATUS          PIC X(8).
           05  JOB-RETURN-CODE     PIC 9(4).

      *> The job's runtime parameter string split into its tokens -
      *> token 15 is the project code the run is billed to, carried
      *> onto the job's exception records
       01  JOB-PARM-TOKEN-VARS.
           05  JOB-PARM-TOKEN      OCCURS 15 TIMES PIC X(10).

      *> Command line: QUEUE-FILENAME RENDERER-CMD VERIFIER-CMD (all
      *> optional, in that order) - the commands default to the
      *> ./raytracer and ./imageverify binaries below, and a site that
      *> builds RAY-TRACER and IMAGE-VERIFY under other names says so
      *> here instead of renaming its binaries.
      *> Plan mode is PLAN QUEUE-FILENAME CUTOFF START ESTIMATOR-CMD:
      *> CUTOFF and START are HHMM clock times (default 0700 and the
      *> time the plan is run; a non-numeric placeholder such as "X"
      *> keeps the default), ESTIMATOR-CMD defaults to
      *> ./renderestimate
       01  JOBQ-PARM-VARS.
           05  JOBQ-PARM-LINE      PIC X(120) VALUE SPACES.
           05  JOBQ-PARM-QUEUE     PIC X(40) VALUE SPACES.
           05  JOBQ-PARM-RENDERER  PIC X(20) VALUE SPACES.
           05  JOBQ-PARM-VERIFIER  PIC X(20) VALUE SPACES.
           05  JOBQ-PARM-MODE      PIC X(10) VALUE SPACES.
           05  JOBQ-PARM-CUTOFF    PIC X(10) VALUE SPACES.
           05  JOBQ-PARM-START     PIC X(10) VALUE SPACES.
           05  JOBQ-PARM-ESTIMATOR PIC X(20) VALUE SPACES.

      *> The installed program images this scheduler launches - the
      *> same binaries an operator runs by hand. The defaults assume
       01  JOBQ-COMMAND-VARS.
           05  RENDERER-COMMAND    PIC X(20) VALUE "./raytracer".
           05  VERIFIER-COMMAND    PIC X(20) VALUE "./imageverify".
           05  ESTIMATOR-COMMAND   PIC X(20) VALUE "./renderestimate".
           05  SYSTEM-COMMAND      PIC X(200) VALUE SPACES.
           05  SYSTEM-RAW-STATUS   PIC S9(9) COMP-5 VALUE 0.
           05  JOB-EXIT-CODE       PIC 9(4) VALUE 0.
           05  JOBQ-FAILED-COUNT   PIC 9(3) VALUE 0.
           05  JOBQ-SKIPPED-COUNT  PIC 9(3) VALUE 0. *> Already DONE on entry
           05  COPY-FAILED         PIC 9 VALUE 0.
           05  JOBQ-FAILED-STEP    PIC X(12) VALUE SPACES. *> Step that failed the job

      *> Byte copy working variables
       01  COPY-FILE-VARS.
           05  COPY-EOF-SWITCH     PIC 9 VALUE 0.
           05  COPY-BYTE-COUNT     PIC 9(9) VALUE 0.

      *> Batch-window plan working variables. Clock positions are
      *> epoch seconds (integral day number * 86400 plus the time of
      *> day, the RENDER-REPORT arithmetic) so a night that runs past
      *> midnight lays out correctly
       01  JOBQ-PLAN-VARS.
           05  ESTIMATE-FILE-STATUS PIC X(02) VALUE "00".
           05  PLAN-FILE-STATUS    PIC X(02) VALUE "00".
           05  PLAN-CUTOFF-HHMM    PIC 9(4) VALUE 0700.
           05  PLAN-CUTOFF-DETAIL REDEFINES PLAN-CUTOFF-HHMM.
               10  PLAN-CUTOFF-HH  PIC 9(2).
               10  PLAN-CUTOFF-MM  PIC 9(2).
           05  PLAN-START-HHMM     PIC 9(4) VALUE 0.
           05  PLAN-START-DETAIL REDEFINES PLAN-START-HHMM.
               10  PLAN-START-HH   PIC 9(2).
               10  PLAN-START-MM   PIC 9(2).
           05  PLAN-START-GIVEN    PIC 9 VALUE 0.
           05  PLAN-NOW-STAMP      PIC X(14).
           05  PLAN-NOW-DETAIL REDEFINES PLAN-NOW-STAMP.
               10  PLAN-NOW-DATE   PIC 9(8).
               10  PLAN-NOW-HH     PIC 9(2).
               10  PLAN-NOW-MM     PIC 9(2).
               10  PLAN-NOW-SS     PIC 9(2).
           05  PLAN-DAY-INTEGER    PIC 9(8) COMP-3.
           05  PLAN-DAY-SECONDS    PIC 9(12) COMP-3.  *> Midnight starting the plan day
           05  PLAN-NOW-SECONDS    PIC 9(12) COMP-3.
           05  PLAN-START-SECONDS  PIC 9(12) COMP-3.
           05  PLAN-CUTOFF-SECONDS PIC 9(12) COMP-3.
           05  PLAN-CLOCK-SECONDS  PIC 9(12) COMP-3.  *> Where the night has got to
           05  PLAN-JOB-START-SECONDS PIC 9(12) COMP-3.
           05  PLAN-JOB-SECS       PIC 9(9) COMP-3.
           05  PLAN-TOTAL-SECS     PIC 9(9) COMP-3 VALUE 0.
           05  PLAN-ESTIMATE-OK    PIC 9 VALUE 0.
           05  PLAN-JOB-COUNT      PIC 9(3) VALUE 0.
           05  PLAN-LATE-COUNT     PIC 9(3) VALUE 0.
           05  PLAN-NOEST-COUNT    PIC 9(3) VALUE 0.
           05  PLAN-DONE-COUNT     PIC 9(3) VALUE 0.
           05  PLAN-FORMAT-SECONDS PIC 9(12) COMP-3.
           05  PLAN-FORMAT-INTEGER PIC 9(8) COMP-3.
           05  PLAN-FORMAT-REMAIN  PIC 9(5) COMP-3.
           05  PLAN-FORMAT-DATE    PIC 9(8).
           05  PLAN-FORMAT-HH      PIC 9(2).
           05  PLAN-FORMAT-MM      PIC 9(2).
           05  PLAN-SHOW-DATE      PIC 9999/99/99.
           05  PLAN-SHOW-STAMP     PIC X(16).     *> YYYY/MM/DD HH:MM
           05  PLAN-SHOW-START     PIC X(16).
           05  PLAN-SHOW-END       PIC X(16).
           05  PLAN-ELAPSED-HH     PIC ZZZ9.
           05  PLAN-ELAPSED-MM     PIC 9(2).
           05  PLAN-ELAPSED-SS     PIC 9(2).
           05  PLAN-SHOW-ELAPSED   PIC X(10).     *> HHHH:MM:SS
           05  PLAN-SHOW-RAYS      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  PLAN-SHOW-RC        PIC Z9.
           05  PLAN-NOTE           PIC X(30).
           05  PLAN-LINE           PIC X(132).

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
      *> Main scheduler flow                                           *
                        JOBQ-PARM-RENDERER
                        JOBQ-PARM-VERIFIER
               END-UNSTRING
               IF JOBQ-PARM-QUEUE = "PLAN"
                   PERFORM JOBQ-PLAN-MAIN
                   STOP RUN
               END-IF
               IF JOBQ-PARM-QUEUE NOT = SPACES
                   MOVE JOBQ-PARM-QUEUE TO QUEUE-FILENAME
               END-IF
               DISPLAY "Queue " QUEUE-FILENAME
                       " holds no jobs - nothing to run"
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO EXC-SEVERITY
               MOVE "Queue holds no jobs - nothing run" TO EXC-MESSAGE
               PERFORM JOBQ-LOG-QUEUE-EXCEPTION
               STOP RUN
           END-IF
      *> A rerun picks up at the first job that is not DONE - jobs
               DISPLAY "Queue file " QUEUE-FILENAME
                       " not found (status " QUEUE-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Queue file not found (status "
                      QUEUE-FILE-STATUS ") - nothing run"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM JOBQ-LOG-QUEUE-EXCEPTION
               STOP RUN
           END-IF
           MOVE 0 TO QUEUE-EOF-SWITCH
                       QUEUE-JOB-MAX " the table carries - nothing "
                       "run, split the queue"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Queue overflows the " QUEUE-JOB-MAX
                      "-job table - nothing run, split it"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM JOBQ-LOG-QUEUE-EXCEPTION
               STOP RUN
           END-IF
           DISPLAY "Queue " QUEUE-FILENAME " holds "
           ELSE
               DISPLAY "WARNING: cannot rewrite " QUEUE-FILENAME
                       " (status " QUEUE-FILE-STATUS ")"
               MOVE 4 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot rewrite the queue (status "
                      QUEUE-FILE-STATUS ") - stamps not saved"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM JOBQ-LOG-QUEUE-EXCEPTION
           END-IF
           EXIT.

           ADD 1 TO JOBQ-RAN-COUNT

           MOVE 0 TO JOB-EXIT-CODE
           MOVE SPACES TO JOBQ-FAILED-STEP
      *> Stage the job's scene file into the scene.dat the renderer
      *> reads - a job already pointed at scene.dat needs no staging
           IF JOB-SCENE-FILE NOT = SPACES AND
               PERFORM JOBQ-COPY-FILE
               IF COPY-FAILED = 1
                   MOVE 12 TO JOB-EXIT-CODE
                   MOVE "SCENE STAGE" TO JOBQ-FAILED-STEP
               ELSE
      *> scene.dat no longer holds what the sidecar says it does -
      *> blank the catalog identity so this run's audit record does

           IF JOB-EXIT-CODE = 0
               PERFORM JOBQ-LAUNCH-RENDERER
               IF JOB-EXIT-CODE NOT = 0
                   MOVE "RENDER" TO JOBQ-FAILED-STEP
               END-IF
           END-IF

      *> Deliver the finished frame under the job's output name. A
               PERFORM JOBQ-COPY-FILE
               IF COPY-FAILED = 1
                   MOVE 12 TO JOB-EXIT-CODE
                   MOVE "DELIVERY" TO JOBQ-FAILED-STEP
               END-IF
           END-IF

           IF JOB-EXIT-CODE = 0 AND JOB-VERIFY-FLAG = "Y"
               PERFORM JOBQ-LAUNCH-VERIFIER
               IF JOB-EXIT-CODE NOT = 0
                   MOVE "VERIFY" TO JOBQ-FAILED-STEP
               END-IF
           END-IF

           MOVE JOB-EXIT-CODE TO JOB-RETURN-CODE
               ADD 1 TO JOBQ-FAILED-COUNT
               DISPLAY "Job " JOB-NAME " FAILED (rc "
                       JOB-RETURN-CODE ")"
      *> A failed job is an error at least; a step that ended harder
      *> than that keeps its own severity
               IF JOB-EXIT-CODE > 8 AND JOB-EXIT-CODE < 100
                   MOVE JOB-EXIT-CODE TO EXC-SEVERITY
               ELSE
                   MOVE 8 TO EXC-SEVERITY
               END-IF
               MOVE SPACES TO EXC-MESSAGE
               STRING "FAILED in " FUNCTION TRIM(JOBQ-FAILED-STEP)
                      " step, rc " JOB-RETURN-CODE
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM JOBQ-LOG-JOB-EXCEPTION
           END-IF
           MOVE JOBQ-CURRENT-INDEX TO JOBQ-JOB-INDEX
           PERFORM JOBQ-REWRITE-QUEUE
           END-IF
           EXIT.

      *>****************************************************************
      *> Operations exception log                                      *
      *>****************************************************************
      *> A problem with one job goes under the job's name, billed to
      *> the project its runtime parameter string claims (token 15)
       JOBQ-LOG-JOB-EXCEPTION.
           MOVE SPACES TO JOB-PARM-TOKEN-VARS
           UNSTRING JOB-PARM-STRING DELIMITED BY ALL SPACE
               INTO JOB-PARM-TOKEN(1) JOB-PARM-TOKEN(2)
                    JOB-PARM-TOKEN(3) JOB-PARM-TOKEN(4)
                    JOB-PARM-TOKEN(5) JOB-PARM-TOKEN(6)
                    JOB-PARM-TOKEN(7) JOB-PARM-TOKEN(8)
                    JOB-PARM-TOKEN(9) JOB-PARM-TOKEN(10)
                    JOB-PARM-TOKEN(11) JOB-PARM-TOKEN(12)
                    JOB-PARM-TOKEN(13) JOB-PARM-TOKEN(14)
                    JOB-PARM-TOKEN(15)
           END-UNSTRING
           MOVE JOB-NAME TO EXC-JOB
           MOVE JOB-PARM-TOKEN(15)(1:8) TO EXC-PROJECT-CODE
           PERFORM JOBQ-LOG-EXCEPTION
           EXIT.

      *> A problem with the queue as a whole goes under the queue
      *> file's name, unclaimed
       JOBQ-LOG-QUEUE-EXCEPTION.
           MOVE QUEUE-FILENAME TO EXC-JOB
           MOVE SPACES TO EXC-PROJECT-CODE
           PERFORM JOBQ-LOG-EXCEPTION
           EXIT.

      *> Appends EXCEPTION-ENTRY to the shared operations exception
      *> file. A file that will not open costs only the log entry,
      *> never the night's queue
       JOBQ-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "JOB-QUEUE" TO EXC-PROGRAM
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

      *>****************************************************************
      *> Byte-for-byte file copy                                       *
      *>****************************************************************
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      *>****************************************************************
      *> Batch-window plan                                             *
      *>****************************************************************
      *> Lays the night out job by job without rendering anything:
      *> every job a real run would still pick up (anything not DONE)
      *> is estimated in queue order, each starting when the one
      *> before it is expected to end
       JOBQ-PLAN-MAIN.
           PERFORM JOBQ-PLAN-APPLY-PARMS
           PERFORM JOBQ-LOAD-QUEUE
           PERFORM JOBQ-PLAN-SET-WINDOW
           OPEN OUTPUT PLAN-FILE
           IF PLAN-FILE-STATUS NOT = "00"
               DISPLAY "Could not open render_plan.txt (status "
                       PLAN-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot open render_plan.txt (status "
                      PLAN-FILE-STATUS ") - no plan"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM JOBQ-LOG-QUEUE-EXCEPTION
               STOP RUN
           END-IF
           PERFORM JOBQ-PLAN-WRITE-HEADING
           MOVE PLAN-START-SECONDS TO PLAN-CLOCK-SECONDS
           PERFORM VARYING JOBQ-JOB-INDEX FROM 1 BY 1
                   UNTIL JOBQ-JOB-INDEX > QUEUE-JOB-COUNT
               MOVE QUEUE-JOB-RECORD(JOBQ-JOB-INDEX)
                    TO JOB-WORK-BUFFER
               IF JOB-STATUS = "DONE"
                   ADD 1 TO PLAN-DONE-COUNT
                   PERFORM JOBQ-PLAN-WRITE-DONE
               ELSE
                   PERFORM JOBQ-PLAN-ONE-JOB
               END-IF
           END-PERFORM
           PERFORM JOBQ-PLAN-WRITE-SUMMARY
           CLOSE PLAN-FILE
      *> A plan that cannot fit the window, or that rests on a job
      *> the estimator could not size, needs someone's attention
           IF PLAN-LATE-COUNT > 0 OR PLAN-NOEST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       JOBQ-PLAN-APPLY-PARMS.
           UNSTRING JOBQ-PARM-LINE DELIMITED BY ALL SPACE
               INTO JOBQ-PARM-MODE
                    JOBQ-PARM-QUEUE
                    JOBQ-PARM-CUTOFF
                    JOBQ-PARM-START
                    JOBQ-PARM-ESTIMATOR
           END-UNSTRING
           IF JOBQ-PARM-QUEUE NOT = SPACES
               MOVE JOBQ-PARM-QUEUE TO QUEUE-FILENAME
           END-IF
           IF JOBQ-PARM-CUTOFF NOT = SPACES AND
              FUNCTION TEST-NUMVAL(JOBQ-PARM-CUTOFF) = 0
               COMPUTE PLAN-CUTOFF-HHMM =
                       FUNCTION NUMVAL(JOBQ-PARM-CUTOFF)
           END-IF
           IF JOBQ-PARM-START NOT = SPACES AND
              FUNCTION TEST-NUMVAL(JOBQ-PARM-START) = 0
               COMPUTE PLAN-START-HHMM =
                       FUNCTION NUMVAL(JOBQ-PARM-START)
               MOVE 1 TO PLAN-START-GIVEN
           END-IF
           IF JOBQ-PARM-ESTIMATOR NOT = SPACES
               MOVE JOBQ-PARM-ESTIMATOR TO ESTIMATOR-COMMAND
           END-IF
           IF PLAN-CUTOFF-HH > 23 OR PLAN-CUTOFF-MM > 59 OR
              PLAN-START-HH > 23 OR PLAN-START-MM > 59
               DISPLAY "Cutoff and start are HHMM clock times"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE "Plan cutoff/start are not HHMM times - no plan"
                    TO EXC-MESSAGE
               PERFORM JOBQ-LOG-QUEUE-EXCEPTION
               STOP RUN
           END-IF
           EXIT.

      *> The plan starts now, or at the START time given - today if
      *> that is still ahead, otherwise tomorrow. The cutoff is the
      *> first time the clock reads CUTOFF after the plan starts
       JOBQ-PLAN-SET-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PLAN-NOW-STAMP
           COMPUTE PLAN-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(PLAN-NOW-DATE)
           COMPUTE PLAN-DAY-SECONDS = PLAN-DAY-INTEGER * 86400
           COMPUTE PLAN-NOW-SECONDS =
                   PLAN-DAY-SECONDS + (PLAN-NOW-HH * 3600)
           COMPUTE PLAN-NOW-SECONDS =
                   PLAN-NOW-SECONDS + (PLAN-NOW-MM * 60)
           COMPUTE PLAN-NOW-SECONDS = PLAN-NOW-SECONDS + PLAN-NOW-SS
           IF PLAN-START-GIVEN = 1
               COMPUTE PLAN-START-SECONDS =
                       PLAN-DAY-SECONDS + (PLAN-START-HH * 3600)
               COMPUTE PLAN-START-SECONDS =
                       PLAN-START-SECONDS + (PLAN-START-MM * 60)
               IF PLAN-START-SECONDS < PLAN-NOW-SECONDS
                   ADD 86400 TO PLAN-START-SECONDS
               END-IF
           ELSE
               MOVE PLAN-NOW-SECONDS TO PLAN-START-SECONDS
           END-IF
           COMPUTE PLAN-CUTOFF-SECONDS =
                   PLAN-DAY-SECONDS + (PLAN-CUTOFF-HH * 3600)
           COMPUTE PLAN-CUTOFF-SECONDS =
                   PLAN-CUTOFF-SECONDS + (PLAN-CUTOFF-MM * 60)
           PERFORM UNTIL PLAN-CUTOFF-SECONDS > PLAN-START-SECONDS
               ADD 86400 TO PLAN-CUTOFF-SECONDS
           END-PERFORM
           EXIT.

      *> Runs the estimator against the job's scene file and runtime
      *> parameter string - the same pair a real run would hand the
      *> renderer - and reads back what it made of them. An estimator
      *> failure (scene file missing, say) plans the job at zero time
      *> and says so rather than stopping the plan
       JOBQ-PLAN-ONE-JOB.
           ADD 1 TO PLAN-JOB-COUNT
           MOVE SPACES TO SYSTEM-COMMAND
           IF JOB-SCENE-FILE NOT = SPACES
               STRING FUNCTION TRIM(ESTIMATOR-COMMAND) " "
                      FUNCTION TRIM(JOB-SCENE-FILE) " "
                      FUNCTION TRIM(JOB-PARM-STRING)
                      DELIMITED BY SIZE INTO SYSTEM-COMMAND
           ELSE
               STRING FUNCTION TRIM(ESTIMATOR-COMMAND) " scene.dat "
                      FUNCTION TRIM(JOB-PARM-STRING)
                      DELIMITED BY SIZE INTO SYSTEM-COMMAND
           END-IF
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO SYSTEM-RAW-STATUS
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO JOB-EXIT-CODE
           IF SYSTEM-RAW-STATUS NOT = 0
               COMPUTE JOB-EXIT-CODE = SYSTEM-RAW-STATUS / 256
               IF JOB-EXIT-CODE = 0
                   MOVE 16 TO JOB-EXIT-CODE
               END-IF
           END-IF
           MOVE 0 TO PLAN-ESTIMATE-OK
           MOVE 0 TO PLAN-JOB-SECS
           IF JOB-EXIT-CODE < 8
               PERFORM JOBQ-PLAN-READ-ESTIMATE
           END-IF
           MOVE PLAN-CLOCK-SECONDS TO PLAN-JOB-START-SECONDS
           ADD PLAN-JOB-SECS TO PLAN-CLOCK-SECONDS
           ADD PLAN-JOB-SECS TO PLAN-TOTAL-SECS
           MOVE SPACES TO PLAN-NOTE
           IF PLAN-ESTIMATE-OK = 0
               ADD 1 TO PLAN-NOEST-COUNT
               MOVE JOB-EXIT-CODE TO PLAN-SHOW-RC
               STRING "NO ESTIMATE (rc " PLAN-SHOW-RC ")"
                      DELIMITED BY SIZE INTO PLAN-NOTE
               MOVE 4 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Plan: no estimate (rc " PLAN-SHOW-RC
                      ") - planned at zero time"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM JOBQ-LOG-JOB-EXCEPTION
           ELSE
               IF PLAN-CLOCK-SECONDS > PLAN-CUTOFF-SECONDS
                   ADD 1 TO PLAN-LATE-COUNT
                   MOVE "** MISSES CUTOFF" TO PLAN-NOTE
                   MOVE 4 TO EXC-SEVERITY
                   MOVE "Plan: expected to miss the morning cutoff"
                        TO EXC-MESSAGE
                   PERFORM JOBQ-LOG-JOB-EXCEPTION
               END-IF
           END-IF
           PERFORM JOBQ-PLAN-WRITE-JOB
           EXIT.

       JOBQ-PLAN-READ-ESTIMATE.
           OPEN INPUT ESTIMATE-FILE
           IF ESTIMATE-FILE-STATUS = "00"
               READ ESTIMATE-FILE
                   NOT AT END
                       IF EST-ELAPSED-SECS IS NUMERIC AND
                          EST-RAYS IS NUMERIC
                           MOVE EST-ELAPSED-SECS TO PLAN-JOB-SECS
                           MOVE 1 TO PLAN-ESTIMATE-OK
                       END-IF
               END-READ
               CLOSE ESTIMATE-FILE
           END-IF
           EXIT.

      *> Breaks PLAN-FORMAT-SECONDS back into "YYYY/MM/DD HH:MM"
      *> through the integral day number
       JOBQ-PLAN-FORMAT-STAMP.
           COMPUTE PLAN-FORMAT-INTEGER = PLAN-FORMAT-SECONDS / 86400
           COMPUTE PLAN-FORMAT-REMAIN = PLAN-FORMAT-SECONDS -
                   (PLAN-FORMAT-INTEGER * 86400)
           COMPUTE PLAN-FORMAT-DATE =
                   FUNCTION DATE-OF-INTEGER(PLAN-FORMAT-INTEGER)
           COMPUTE PLAN-FORMAT-HH = PLAN-FORMAT-REMAIN / 3600
           COMPUTE PLAN-FORMAT-MM =
                   FUNCTION MOD(PLAN-FORMAT-REMAIN, 3600) / 60
           MOVE PLAN-FORMAT-DATE TO PLAN-SHOW-DATE
           MOVE SPACES TO PLAN-SHOW-STAMP
           STRING PLAN-SHOW-DATE " " PLAN-FORMAT-HH ":" PLAN-FORMAT-MM
                  DELIMITED BY SIZE INTO PLAN-SHOW-STAMP
           EXIT.

      *> Formats PLAN-JOB-SECS as HHHH:MM:SS
       JOBQ-PLAN-FORMAT-ELAPSED.
           COMPUTE PLAN-ELAPSED-HH = PLAN-JOB-SECS / 3600
           COMPUTE PLAN-ELAPSED-MM =
                   FUNCTION MOD(PLAN-JOB-SECS, 3600) / 60
           COMPUTE PLAN-ELAPSED-SS = FUNCTION MOD(PLAN-JOB-SECS, 60)
           MOVE SPACES TO PLAN-SHOW-ELAPSED
           STRING PLAN-ELAPSED-HH ":" PLAN-ELAPSED-MM ":"
                  PLAN-ELAPSED-SS
                  DELIMITED BY SIZE INTO PLAN-SHOW-ELAPSED
           EXIT.

       JOBQ-PLAN-WRITE-HEADING.
           MOVE "BATCH WINDOW PLAN" TO PLAN-RECORD
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           WRITE PLAN-RECORD
           MOVE PLAN-START-SECONDS TO PLAN-FORMAT-SECONDS
           PERFORM JOBQ-PLAN-FORMAT-STAMP
           MOVE PLAN-SHOW-STAMP TO PLAN-SHOW-START
           MOVE PLAN-CUTOFF-SECONDS TO PLAN-FORMAT-SECONDS
           PERFORM JOBQ-PLAN-FORMAT-STAMP
           MOVE SPACES TO PLAN-LINE
           STRING "QUEUE " QUEUE-FILENAME
                  "  START " PLAN-SHOW-START
                  "  CUTOFF " PLAN-SHOW-STAMP
                  DELIMITED BY SIZE INTO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           MOVE SPACES TO PLAN-RECORD
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-LINE
           STRING "JOB      STATUS   "
                  "       ESTIMATED RAYS     ELAPSED  "
                  "EXPECTED START    EXPECTED END      "
                  "BASIS    NOTE"
                  DELIMITED BY SIZE INTO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           EXIT.

       JOBQ-PLAN-WRITE-JOB.
           PERFORM JOBQ-PLAN-FORMAT-ELAPSED
           MOVE PLAN-JOB-START-SECONDS TO PLAN-FORMAT-SECONDS
           PERFORM JOBQ-PLAN-FORMAT-STAMP
           MOVE PLAN-SHOW-STAMP TO PLAN-SHOW-START
           MOVE PLAN-CLOCK-SECONDS TO PLAN-FORMAT-SECONDS
           PERFORM JOBQ-PLAN-FORMAT-STAMP
           MOVE PLAN-SHOW-STAMP TO PLAN-SHOW-END
           MOVE SPACES TO PLAN-LINE
           IF PLAN-ESTIMATE-OK = 1
               MOVE EST-RAYS TO PLAN-SHOW-RAYS
               STRING JOB-NAME " " JOB-STATUS " " PLAN-SHOW-RAYS " "
                      PLAN-SHOW-ELAPSED "  " PLAN-SHOW-START "  "
                      PLAN-SHOW-END "  " EST-BASIS " " PLAN-NOTE
                      DELIMITED BY SIZE INTO PLAN-LINE
           ELSE
               STRING JOB-NAME " " JOB-STATUS " "
                      "                    " "          "
                      "  " PLAN-SHOW-START "  "
                      PLAN-SHOW-END "           " PLAN-NOTE
                      DELIMITED BY SIZE INTO PLAN-LINE
           END-IF
           WRITE PLAN-RECORD FROM PLAN-LINE
           DISPLAY "Job " JOB-NAME " " PLAN-SHOW-START " to "
                   PLAN-SHOW-END " " PLAN-NOTE
           EXIT.

      *> DONE jobs are listed so the plan accounts for the whole
      *> queue, but a rerun would not touch them
       JOBQ-PLAN-WRITE-DONE.
           MOVE SPACES TO PLAN-LINE
           STRING JOB-NAME " " JOB-STATUS " "
                  "already done - not planned"
                  DELIMITED BY SIZE INTO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           EXIT.

       JOBQ-PLAN-WRITE-SUMMARY.
           MOVE PLAN-TOTAL-SECS TO PLAN-JOB-SECS
           PERFORM JOBQ-PLAN-FORMAT-ELAPSED
           MOVE PLAN-CLOCK-SECONDS TO PLAN-FORMAT-SECONDS
           PERFORM JOBQ-PLAN-FORMAT-STAMP
           MOVE SPACES TO PLAN-RECORD
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-LINE
           STRING "JOBS PLANNED " PLAN-JOB-COUNT
                  "  ALREADY DONE " PLAN-DONE-COUNT
                  "  TOTAL ELAPSED " PLAN-SHOW-ELAPSED
                  "  QUEUE ENDS " PLAN-SHOW-STAMP
                  DELIMITED BY SIZE INTO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           MOVE SPACES TO PLAN-LINE
           STRING "JOBS MISSING CUTOFF " PLAN-LATE-COUNT
                  "  JOBS NOT ESTIMATED " PLAN-NOEST-COUNT
                  DELIMITED BY SIZE INTO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           DISPLAY "Plan written to render_plan.txt: " PLAN-JOB-COUNT
                   " job(s) planned, queue ends " PLAN-SHOW-STAMP
                   ", " PLAN-LATE-COUNT " past cutoff"
           EXIT.
