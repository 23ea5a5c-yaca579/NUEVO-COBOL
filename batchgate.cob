      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-08-08.
      *REMARKS.                Mandatory pre-flight gate for the
      *                        batch chains.  Runs the same
      *                        compiled-date / current-date /
      *                        environment identity check as TESTFUNC
      *                        (via ENVCHK00) and only allows the rest
      *                        Steps carrying frequency M fire only
      *                        when the business-date service
      *                        (BUSDATE) reports the chain date as
      *                        the last business day of the month;
      *                        the other calendar frequencies (first
      *                        business day, business day N, weekday,
      *                        quarter-end, year-end) are decided
      *                        the same way through FREQCHK.
      *                        Each logged completion carries the
      *                        step's start time and elapsed seconds
      *                        so the SLA overrun report (SLARPT) can
      *                        scheduler triggers - from interleaving
      *                        the chain; a stale lock from a crashed
      *                        run is reported for the operator to
      *                        clear deliberately.  The schedule holds
      *                        several named chains (NIGHTLY,
      *                        INTRADAY, WEEKEND - JS-CHAIN-ID); each
      *                        invocation runs one of them, chosen by
      *                        BATCHGATE_CHAIN (default NIGHTLY), with
      *                        its own restart history, its own holds
      *                        and its own run lock
      *                        (BATCHGATE.<chain>.LCK), so the
      *                        intraday chain can run while the
      *                        nightly one is still going.  A step
      *                        may also name an inbound feed it
      *                        needs (JS-INPUT-FILE); the gate checks
      *                        for the file and, while it is missing,
      *                        sleeps and rechecks (every 60 seconds,
      *                        set BATCHGATE_INPUT_POLL_SECS to
      *                        override) for up to the step's
      *                        JS-MAX-WAIT-MINUTES.  A feed that never
      *                        lands is logged to BATCHSTP.DAT as
      *                        waiting on input - timed out, and the
      *                        step's dependents are held as for a
      *                        failed predecessor.  The chain is
      *                        serial, so the steps after a waiting
      *                        step wait with it.  A step ending above
      *                        its RC limit is re-attempted up to its
      *                        JS-RETRY-COUNT, JS-RETRY-DELAY-MINUTES
      *                        apart, before it is declared failed;
      *                        each attempt is logged with its own
      *                        start time, elapsed seconds, RC and
      *                        attempt number.  Every step is called
      *                        USING a run-context block (WRUNCTX) -
      *                        the chain's business date, chain name,
      *                        step number, attempt number and the
      *                        step's JS-STEP-PARM - so the reports
      *                        run in the chain work to the chain's
      *                        date, not the wall clock.
      *                        Where the schedule holds several
      *                        versions of a step (effective-from /
      *                        through dates) only the version in
      *                        force for the chain date runs.
      *                        Before the pre-flight check, every
      *                        control file the gate trusts
      *                        (PROGREG.DAT, JOBSCHED.DAT, RUNWIN.DAT,
      *                        IDENTTAB.DAT, HOLIDAY.DAT,
      *                        STEPHOLD.DAT) is checked against the
      *                        fingerprint its last sanctioned load
      *                        recorded (CTLFPCHK); a file changed
      *                        outside its loader raises an operator
      *                        alert and the chain ends RC 4 at
      *                        least.  Set BATCHGATE_DRIFT_HALT=Y to
      *                        refuse to run the chain on drifted
      *                        control files instead.
      *                        A step that fails above its RC limit
      *                        (after its retries) and a stale run
      *                        lock each raise an operator alert in
      *                        ENVALERT.DAT, source BATCHGAT, so
      *                        ALERTDSP dispatches and escalates them
      *                        like a gate failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STEP-HOLD-FILE ASSIGN TO "STEPHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-HOLD-STATUS.
      *    One lock per named chain (built in 040-SELECT-CHAIN), so
      *    only invocations of the same chain exclude each other.
           SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
      *    The inbound feed a step waits on - opened only to see
      *    whether it has landed, never read.
           SELECT INPUT-FEED-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FEED-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ENVALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       01  JOB-SCHEDULE-RECORD             PIC X(189).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD                 PIC X(53).

       FD  STEP-HOLD-FILE.
       01  STEP-HOLD-RECORD                PIC X(68).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD                 PIC X(48).

       FD  INPUT-FEED-FILE.
       01  INPUT-FEED-RECORD               PIC X(80).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD               PIC X(139).

       WORKING-STORAGE SECTION.
      *    PROGRAM-ID BATCHGATE is 9 characters; the caller ID passed
      *    Register this same 8-character value in PROGREG.DAT.
       01  WS-CALLER-ID                    PIC X(08)   VALUE "BATCHGAT".
       01  WS-RETURN-CODE                  PIC 9(04)   VALUE 0.
      *    The named chain this invocation runs (BATCHGATE_CHAIN) and
      *    how many schedule steps carry its name.
       01  WS-CHAIN-ID                     PIC X(08)   VALUE "NIGHTLY".
       01  WS-CHAIN-VALID-SWITCH           PIC X(01)   VALUE "N".
           88  WS-CHAIN-VALID              VALUE "Y".
       01  WS-CHAIN-STEPS                  PIC 9(04)   VALUE 0.
       COPY "WJOBSCHD.cpy".
       01  WS-SCHEDULE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-SCHEDULE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-SCHEDULE-EOF             VALUE "Y".
       01  WS-IN-FORCE-SWITCH              PIC X(01)   VALUE "Y".
           88  WS-VERSION-IN-FORCE         VALUE "Y".
       01  WS-STEP-PROGRAM                 PIC X(08)   VALUE SPACES.
       01  WS-STEP-RC                      PIC 9(04)   VALUE 0.
       01  WS-STEPS-RUN                    PIC 9(04)   VALUE 0.
       01  WS-STEPS-SKIPPED                PIC 9(04)   VALUE 0.
       01  WS-STEPS-FAILED                 PIC 9(04)   VALUE 0.
       01  WS-STEPS-TIMED-OUT              PIC 9(04)   VALUE 0.
      *    Input-file wait for the step about to fire.  The wait is
      *    counted in the seconds slept, rechecking every poll
      *    interval until the file lands or the step's limit is used.
       01  WS-INPUT-FILENAME               PIC X(40)   VALUE SPACES.
       01  WS-INPUT-FEED-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-INPUT-READY-SWITCH           PIC X(01)   VALUE "Y".
           88  WS-INPUT-READY              VALUE "Y".
       01  WS-INPUT-POLL-SECS-X            PIC X(04)   VALUE SPACES.
       01  WS-INPUT-POLL-SECS              PIC 9(04)   VALUE 0060.
       01  WS-MAX-WAIT-MINUTES             PIC 9(04)   VALUE 0.
       01  WS-MAX-WAIT-SECS                PIC 9(06)   VALUE 0.
       01  WS-WAITED-SECS                  PIC 9(06)   VALUE 0.
       01  WS-SLEEP-SECS                   PIC 9(04)   VALUE 0.
       01  WS-SLEEP-COMMAND                PIC X(20)   VALUE SPACES.
      *    Retry policy for the step being run - the attempt in
      *    progress, how many retries the schedule allows and how
      *    long to wait between them.
       01  WS-ATTEMPT                      PIC 9(02)   VALUE 0.
       01  WS-RETRY-LIMIT                  PIC 9(02)   VALUE 0.
       01  WS-RETRY-DELAY-MINUTES          PIC 9(04)   VALUE 0.
       01  WS-RETRY-DELAY-SECS             PIC 9(06)   VALUE 0.
       01  WS-STEP-SETTLED-SWITCH          PIC X(01)   VALUE "N".
           88  WS-STEP-SETTLED             VALUE "Y".
       01  WS-STEPS-RETRIED                PIC 9(04)   VALUE 0.
      *    Steps known to have completed within their RC limit - from
      *    the restart log and from clean completions this run.  A
      *    step fires only when every predecessor it names is here,
               10  WS-HOLD-REASON          PIC X(40).
       01  WS-HOLD-SUB                     PIC 9(03)   VALUE 0.
       01  WS-HELD-REASON                  PIC X(40)   VALUE SPACES.
      *    Exclusive run lock (BATCHGATE.<chain>.LCK) - written at
      *    start, removed at end of run.  A second invocation of the
      *    same chain finding a live lock refuses to start, so two
      *    overlapping scheduler triggers cannot interleave one
      *    chain's appends into BATCHSTP.DAT and corrupt its restart
      *    logic.  A lock older than the staleness limit is reported
      *    as left by a crashed run, for the operator to clear
      *    deliberately.
       01  WS-RUN-LOCK-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-LOCK-FILENAME                PIC X(24)   VALUE SPACES.
       01  WS-LOCK-ACQUIRED-SWITCH         PIC X(01)   VALUE "N".
           88  WS-LOCK-ACQUIRED            VALUE "Y".
      *    The lock time carries hundredths of a second so two
           05  LOCK-RUN-DATE               PIC X(08).
           05  LOCK-RUN-TIME               PIC X(08).
           05  LOCK-IDENTITY               PIC X(24).
           05  LOCK-CHAIN-ID               PIC X(08).
       01  WS-LOCK-READBACK                PIC X(48)   VALUE SPACES.
       01  WS-LOCK-STAMP.
           05  WS-LOCK-STAMP-DATE          PIC X(08)   VALUE SPACES.
           05  WS-LOCK-STAMP-TIME          PIC X(08)   VALUE SPACES.
           05  WS-END-SECONDS              PIC 9(06)   VALUE 0.
           05  WS-ELAPSED-SECONDS          PIC S9(07)  VALUE 0.
       COPY "WBUSDATE.cpy".
       COPY "WFREQCHK.cpy".
       COPY "WRUNCTX.cpy".
      *    Control-file drift found at chain start, and whether the
      *    operator has asked for drift to stop the chain.
       COPY "WCTLFPCK.cpy".
       01  WS-CONTROL-DRIFT-SWITCH         PIC X(01)   VALUE "N".
           88  WS-CONTROL-DRIFT            VALUE "Y".
       01  WS-DRIFT-HALT                   PIC X(01)   VALUE SPACES.
      *    Operator alerts raised by the gate itself.
       COPY "WALERT.cpy".
       01  WS-ALERT-STATUS                 PIC X(02)   VALUE SPACES.
       01  WS-ALERT-STAMP.
           05  WS-ALERT-STAMP-DATE         PIC X(08)   VALUE SPACES.
           05  WS-ALERT-STAMP-TIME         PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY 'BATCHGATE Start - Batch Chain Pre-Flight'
           PERFORM 040-SELECT-CHAIN
           IF NOT WS-CHAIN-VALID
               DISPLAY 'BATCHGATE Batch chain NOT STARTED'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-TAKE-RUN-LOCK
           IF NOT WS-LOCK-ACQUIRED
               DISPLAY 'BATCHGATE ' FUNCTION TRIM(WS-CHAIN-ID)
                   ' batch chain NOT STARTED'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 070-CHECK-CONTROL-FILES
           IF WS-CONTROL-DRIFT
               AND WS-DRIFT-HALT = "Y"
               DISPLAY 'BATCHGATE ' FUNCTION TRIM(WS-CHAIN-ID)
                   ' batch chain HALTED - control files changed '
                   'outside their loaders'
               PERFORM 060-RELEASE-RUN-LOCK
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "ENVCHK00" USING WS-CALLER-ID WS-RETURN-CODE
           IF WS-CONTROL-DRIFT
               AND 4 > WS-RETURN-CODE
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE < 8
               DISPLAY 'BATCHGATE Pre-flight check passed, RC = '
                   WS-RETURN-CODE
           ELSE
               DISPLAY 'BATCHGATE Pre-flight check FAILED, RC = '
                   WS-RETURN-CODE
               DISPLAY 'BATCHGATE ' FUNCTION TRIM(WS-CHAIN-ID)
                   ' batch chain HALTED'
           END-IF
           PERFORM 060-RELEASE-RUN-LOCK
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    The chain name picks the schedule steps, the restart
      *    history, the holds and the run lock.  An unknown name is
      *    refused outright - running "no steps" under a typo would
      *    look like a clean night.
       040-SELECT-CHAIN.
           ACCEPT WS-CHAIN-ID FROM ENVIRONMENT "BATCHGATE_CHAIN"
           IF WS-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO WS-CHAIN-ID
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CHAIN-ID) TO WS-CHAIN-ID
           MOVE WS-CHAIN-ID TO JS-CHAIN-ID
           IF JS-VALID-CHAIN
               SET WS-CHAIN-VALID TO TRUE
               MOVE SPACES TO WS-LOCK-FILENAME
               STRING "BATCHGATE." DELIMITED BY SIZE
                   WS-CHAIN-ID DELIMITED BY SPACE
                   ".LCK" DELIMITED BY SIZE
                   INTO WS-LOCK-FILENAME
               DISPLAY 'BATCHGATE Running chain ' WS-CHAIN-ID
           ELSE
               MOVE "N" TO WS-CHAIN-VALID-SWITCH
               DISPLAY 'BATCHGATE ERROR - BATCHGATE_CHAIN '
                   WS-CHAIN-ID ' is not a known chain (NIGHTLY, '
                   'INTRADAY, WEEKEND)'
           END-IF.

      *    A readable lock file means another BATCHGATE is (or was)
      *    running this chain - this invocation refuses to start
      *    either way.  A lock older than the staleness limit (default
      *    12 hours, set BATCHGATE_LOCK_MAX_HOURS to override) can only
      *    have been left by a crashed run; it is reported as stale so
      *    the operator confirms no chain is alive and deletes the
      *    lock file deliberately - never automatically, since a
      *    long-running chain and a crashed one look the same from
      *    here.
       050-TAKE-RUN-LOCK.
                   ' by ' LOCK-IDENTITY
               DISPLAY 'BATCHGATE The locking run appears to have '
                   'crashed; confirm no chain is running, then '
                   'delete ' FUNCTION TRIM(WS-LOCK-FILENAME)
                   ' and rerun'
               PERFORM 942-ALERT-STALE-LOCK
           ELSE
               DISPLAY 'BATCHGATE ERROR - run lock in effect, '
                   'taken ' LOCK-RUN-DATE ' ' LOCK-RUN-TIME
               MOVE WS-LOCK-STAMP-DATE TO LOCK-RUN-DATE
               MOVE WS-LOCK-STAMP-TIME TO LOCK-RUN-TIME
               MOVE WS-LOCK-IDENTITY   TO LOCK-IDENTITY
               MOVE WS-CHAIN-ID        TO LOCK-CHAIN-ID
               MOVE WS-LOCK-RECORD TO RUN-LOCK-RECORD
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE

       060-RELEASE-RUN-LOCK.
           MOVE SPACES TO WS-UNLOCK-COMMAND
           STRING "rm -f " FUNCTION TRIM(WS-LOCK-FILENAME)
               DELIMITED BY SIZE INTO WS-UNLOCK-COMMAND
           CALL "SYSTEM" USING WS-UNLOCK-COMMAND.

      *    Every control file must still be the one its loader (or
      *    CTLFPSET, for the files kept by hand) left - the check runs
      *    before ENVCHK00 reads the registry, the identity table and
      *    the calendar, and before the schedule and holds decide what
      *    runs.  CTLFPCHK names each drifted file and raises its
      *    operator alert; a missing service is reported as drift,
      *    since nothing was verified.
       070-CHECK-CONTROL-FILES.
           MOVE "N" TO WS-CONTROL-DRIFT-SWITCH
           ACCEPT WS-DRIFT-HALT FROM ENVIRONMENT "BATCHGATE_DRIFT_HALT"
           MOVE FUNCTION UPPER-CASE(WS-DRIFT-HALT) TO WS-DRIFT-HALT
           MOVE SPACES TO CTLFPCHK-PARMS
           MOVE "V" TO CF-FUNCTION
           MOVE "ALL" TO CF-FILE-NAME
           MOVE WS-CALLER-ID TO CF-CALLER-ID
           CALL "CTLFPCHK" USING CTLFPCHK-PARMS
               ON EXCEPTION
                   DISPLAY 'BATCHGATE WARNING - CTLFPCHK service not '
                       'available, control files NOT verified'
                   MOVE 8 TO CF-RETURN-CODE
           END-CALL
           IF CF-RETURN-CODE = 0
               DISPLAY 'BATCHGATE Control files verified, '
                   CF-FILES-CHECKED ' unchanged since their last load'
           ELSE
               SET WS-CONTROL-DRIFT TO TRUE
               IF CF-FILES-DRIFTED > 0
                   DISPLAY 'BATCHGATE WARNING - ' CF-FILES-DRIFTED
                       ' control file(s) changed outside their '
                       'loaders, first ' CF-FIRST-DRIFT-FILE
               END-IF
           END-IF.

       100-RUN-BATCH-CHAIN.
           DISPLAY 'BATCHGATE Gate passed - ' FUNCTION TRIM(WS-CHAIN-ID)
               ' batch chain may proceed'
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
      *    A post-midnight rerun would otherwise look up (and log)
      *    completions under the new calendar date and find none -
           END-IF
           PERFORM 150-ASK-BUSINESS-DATE
           PERFORM 125-LOAD-OPERATOR-HOLDS
           PERFORM 210-SET-INPUT-POLL-INTERVAL
           ACCEPT WS-FORCE-RESTART
               FROM ENVIRONMENT "BATCHGATE_FORCE_RESTART"
           IF WS-FORCE-RESTART = "Y"
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY 'BATCHGATE ERROR - Cannot open JOBSCHED.DAT, '
                   'status = ' WS-SCHEDULE-STATUS
               DISPLAY 'BATCHGATE ' FUNCTION TRIM(WS-CHAIN-ID)
                   ' batch chain HALTED - no job schedule control file'
               IF 8 > WS-RETURN-CODE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
                       AT END
                           SET WS-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF JS-CHAIN-ID = SPACES
                               MOVE "NIGHTLY" TO JS-CHAIN-ID
                           END-IF
                           PERFORM 105-CHECK-VERSION-IN-FORCE
                           IF JS-CHAIN-ID = WS-CHAIN-ID
                               AND WS-VERSION-IN-FORCE
                               ADD 1 TO WS-CHAIN-STEPS
                               PERFORM 110-RUN-CHAIN-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-SCHEDULE-FILE
               IF WS-CHAIN-STEPS = 0
                   DISPLAY 'BATCHGATE WARNING - no schedule steps '
                       'for chain ' WS-CHAIN-ID
                   IF 4 > WS-RETURN-CODE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               IF WS-STEPS-TIMED-OUT > 0
                   DISPLAY 'BATCHGATE ' WS-STEPS-TIMED-OUT
                       ' step(s) timed out waiting on input - their '
                       'dependent steps were held'
                   IF 8 > WS-RETURN-CODE
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
               IF WS-STEPS-FAILED > 0
                   DISPLAY 'BATCHGATE ' FUNCTION TRIM(WS-CHAIN-ID)
                       ' batch chain completed with ' WS-STEPS-FAILED
                       ' failed step(s) - only their dependent steps '
                       'were held'
                   IF 8 > WS-RETURN-CODE
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'BATCHGATE ' FUNCTION TRIM(WS-CHAIN-ID)
                       ' batch chain completed, '
                       WS-STEPS-RUN ' step(s) run, '
                       WS-STEPS-SKIPPED ' step(s) skipped'
               END-IF
               IF WS-STEPS-RETRIED > 0
                   DISPLAY 'BATCHGATE ' WS-STEPS-RETRIED
                       ' step(s) needed more than one attempt'
               END-IF
           END-IF.

      *    Whether this version of the step is the one in force for
      *    the chain date.  Blank effective dates are open-ended, as
      *    on every record loaded before schedule versions existed.
       105-CHECK-VERSION-IN-FORCE.
           MOVE "Y" TO WS-IN-FORCE-SWITCH
           IF JS-EFFECTIVE-FROM NOT = SPACES
               AND JS-EFFECTIVE-FROM > WS-RUN-DATE (1:8)
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF
           IF JS-EFFECTIVE-THRU NOT = SPACES
               AND JS-EFFECTIVE-THRU < WS-RUN-DATE (1:8)
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF.

       110-RUN-CHAIN-STEP.
               ADD 1 TO WS-STEPS-SKIPPED
               PERFORM 190-LOG-STEP-HELD
           ELSE
           PERFORM 155-CHECK-STEP-FREQUENCY
           IF NOT FC-STEP-DUE
               IF FC-RETURN-CODE = 0
                   DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                       JS-PROGRAM-ID ' not due on the chain date ('
                       FUNCTION TRIM(FC-FREQ-TEXT) '), skipped'
               ELSE
               IF FC-RETURN-CODE = 8
                   DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                       JS-PROGRAM-ID ' ' FUNCTION TRIM(FC-FREQ-TEXT)
                       ', business calendar unavailable - held'
               ELSE
                   DISPLAY 'BATCHGATE WARNING - step ' JS-STEP-NUMBER
                       ' ' JS-PROGRAM-ID ' frequency ' JS-FREQUENCY
                       JS-FREQ-PARM ' not valid ('
                       FUNCTION TRIM(FC-FREQ-TEXT) ') - held'
                   IF 4 > WS-RETURN-CODE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               END-IF
               ADD 1 TO WS-STEPS-SKIPPED
           ELSE
           IF NOT JS-STEP-ENABLED
                   WS-BLOCKING-STEP ' not completed clean'
               ADD 1 TO WS-STEPS-SKIPPED
           ELSE
           PERFORM 200-WAIT-FOR-INPUT-FILE
           IF NOT WS-INPUT-READY
               DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                   JS-PROGRAM-ID ' waiting on input - timed out, '
                   FUNCTION TRIM(WS-INPUT-FILENAME) ' not received'
                   ' - dependent steps will be held'
               ADD 1 TO WS-STEPS-TIMED-OUT
               PERFORM 197-LOG-INPUT-TIMEOUT
           ELSE
               PERFORM 115-CALL-CHAIN-STEP
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A step ending above its RC limit with retries left is
      *    logged as retried, given the schedule's delay and called
      *    again; only the last attempt decides failed or completed.
       115-CALL-CHAIN-STEP.
           MOVE JS-PROGRAM-ID TO WS-STEP-PROGRAM
           PERFORM 118-SET-RETRY-POLICY
           MOVE 0 TO WS-ATTEMPT
           MOVE "N" TO WS-STEP-SETTLED-SWITCH
           ADD 1 TO WS-STEPS-RUN
           PERFORM UNTIL WS-STEP-SETTLED
               ADD 1 TO WS-ATTEMPT
               PERFORM 116-ATTEMPT-CHAIN-STEP
               IF WS-STEP-RC > JS-MAX-RC
                   AND WS-ATTEMPT NOT > WS-RETRY-LIMIT
                   DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                       WS-STEP-PROGRAM ' attempt ' WS-ATTEMPT
                       ' ended RC = ' WS-STEP-RC
                       ', exceeds step limit ' JS-MAX-RC
                       ' - retrying in ' WS-RETRY-DELAY-MINUTES
                       ' minute(s)'
                   PERFORM 198-LOG-STEP-RETRY
                   PERFORM 117-WAIT-AND-RESET-STEP
               ELSE
                   SET WS-STEP-SETTLED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ATTEMPT > 1
               ADD 1 TO WS-STEPS-RETRIED
           END-IF
           IF WS-STEP-RC > JS-MAX-RC
               DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                   WS-STEP-PROGRAM ' ended RC = ' WS-STEP-RC
                   ', exceeds step limit ' JS-MAX-RC
                   ' - dependent steps will be held'
               IF WS-ATTEMPT > 1
                   DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                       WS-STEP-PROGRAM ' failed on final attempt '
                       WS-ATTEMPT
               END-IF
               ADD 1 TO WS-STEPS-FAILED
               PERFORM 195-LOG-STEP-FAILURE
               PERFORM 941-ALERT-STEP-FAILURE
           ELSE
               IF WS-ATTEMPT > 1
                   DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                       WS-STEP-PROGRAM ' completed on attempt '
                       WS-ATTEMPT ', RC = ' WS-STEP-RC
               ELSE
                   DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                       WS-STEP-PROGRAM ' completed, RC = ' WS-STEP-RC
               END-IF
               PERFORM 140-LOG-STEP-COMPLETION
               PERFORM 170-NOTE-CLEAN-STEP
           END-IF.

       116-ATTEMPT-CHAIN-STEP.
           IF WS-ATTEMPT > 1
               DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER
                   ' calling ' JS-PROGRAM-ID ', attempt ' WS-ATTEMPT
           ELSE
               DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER
                   ' calling ' JS-PROGRAM-ID
           END-IF
           PERFORM 119-BUILD-RUN-CONTEXT
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TIME
           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-PROGRAM USING CHAIN-RUN-CONTEXT
               ON EXCEPTION
                   DISPLAY 'BATCHGATE ERROR - Cannot call '
                       WS-STEP-PROGRAM ' (module not found)'
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE.

      *    The step is CANCELled before it is called again so the
      *    retry starts from a freshly loaded program, not one still
      *    holding the failed attempt's working storage.
       117-WAIT-AND-RESET-STEP.
           IF WS-RETRY-DELAY-SECS > 0
               MOVE SPACES TO WS-SLEEP-COMMAND
               STRING "sleep " WS-RETRY-DELAY-SECS
                   DELIMITED BY SIZE INTO WS-SLEEP-COMMAND
               CALL "SYSTEM" USING WS-SLEEP-COMMAND
           END-IF
           CANCEL WS-STEP-PROGRAM.

      *    Blank or non-numeric retry fields (records loaded before
      *    retries existed) mean no retry and no delay.
       118-SET-RETRY-POLICY.
           IF JS-RETRY-COUNT IS NUMERIC
               MOVE JS-RETRY-COUNT TO WS-RETRY-LIMIT
           ELSE
               MOVE 0 TO WS-RETRY-LIMIT
           END-IF
           IF JS-RETRY-DELAY-MINUTES IS NUMERIC
               MOVE JS-RETRY-DELAY-MINUTES TO WS-RETRY-DELAY-MINUTES
           ELSE
               MOVE 0 TO WS-RETRY-DELAY-MINUTES
           END-IF
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-DELAY-MINUTES * 60.

      *    Rebuilt before every attempt so a step never sees the
      *    previous step's context or a stale attempt number.
       119-BUILD-RUN-CONTEXT.
           MOVE SPACES              TO CHAIN-RUN-CONTEXT
           SET CTX-CONTEXT-VALID    TO TRUE
           MOVE WS-CHAIN-ID         TO CTX-CHAIN-ID
           MOVE WS-RUN-DATE (1:8)   TO CTX-BUSINESS-DATE
           MOVE JS-STEP-NUMBER      TO CTX-STEP-NUMBER
           MOVE WS-ATTEMPT          TO CTX-ATTEMPT
           MOVE JS-STEP-PARM        TO CTX-STEP-PARM.

      *    A predecessor is satisfied when its step number is in the
      *    clean-completion table - logged complete on an earlier run
           END-IF.

      *    Month-end-only steps need to know whether the chain date
      *    is the last business day of the month, and the other
      *    calendar frequencies ask the same service.  If BUSDATE
      *    cannot answer, the safe side is to hold the calendar-driven
      *    steps and say so - the operator can rerun them once the
      *    calendar question is sorted out.
       150-ASK-BUSINESS-DATE.
           MOVE WS-RUN-DATE (1:8) TO BD-REQUEST-DATE
           CALL "BUSDATE" USING BUSDATE-PARMS
               ON EXCEPTION
                   DISPLAY 'BATCHGATE WARNING - BUSDATE service not '
                       'available, calendar-driven steps held'
                   MOVE 8 TO BD-RETURN-CODE
           END-CALL
           IF BD-RETURN-CODE = 0
               MOVE "N" TO BD-LAST-BUS-DAY-FLAG
           END-IF.

      *    FREQCHK answers from the BUSDATE block already filled for
      *    the chain date.  Should the service itself be missing,
      *    every-day steps still run and the rest are held.
       155-CHECK-STEP-FREQUENCY.
           MOVE JS-FREQUENCY TO FC-FREQUENCY
           MOVE JS-FREQ-PARM TO FC-FREQ-PARM
           CALL "FREQCHK" USING BUSDATE-PARMS FREQCHK-PARMS
               ON EXCEPTION
                   DISPLAY 'BATCHGATE WARNING - FREQCHK service not '
                       'available'
                   MOVE 8 TO FC-RETURN-CODE
                   MOVE "FREQUENCY " TO FC-FREQ-TEXT
                   MOVE JS-FREQUENCY TO FC-FREQ-TEXT (11:1)
                   IF JS-DAILY
                       MOVE "Y" TO FC-DUE-FLAG
                   ELSE
                       MOVE "N" TO FC-DUE-FLAG
                   END-IF
           END-CALL.

      *    Loads the step numbers already logged complete for this
      *    business day under this chain so the chain resumes at the
      *    first unfinished step - another chain's completions never
      *    count.  No log file yet just means a first run.
       120-LOAD-COMPLETED-STEPS.
           MOVE "N" TO WS-STEP-LOG-EOF-SWITCH
           MOVE 0 TO WS-DONE-STEP-COUNT
                       AT END
                           SET WS-STEP-LOG-EOF TO TRUE
                       NOT AT END
                           IF SL-CHAIN-ID = SPACES
                               MOVE "NIGHTLY" TO SL-CHAIN-ID
                           END-IF
                           IF SL-RUN-DATE-YYYY = WS-RUN-DATE-YYYY
                               AND SL-RUN-DATE-MM = WS-RUN-DATE-MM
                               AND SL-RUN-DATE-DD = WS-RUN-DATE-DD
                               AND SL-STEP-COMPLETED
                               AND SL-CHAIN-ID = WS-CHAIN-ID
                               AND WS-DONE-STEP-COUNT < 500
                               ADD 1 TO WS-DONE-STEP-COUNT
                               MOVE SL-STEP-NUMBER TO
           MOVE WS-STEP-START-HH TO SL-START-TIME-HH
           MOVE WS-STEP-START-MM TO SL-START-TIME-MM
           MOVE WS-STEP-START-SS TO SL-START-TIME-SS
           MOVE WS-ELAPSED-SECONDS TO SL-ELAPSED-SECS
           MOVE WS-CHAIN-ID      TO SL-CHAIN-ID
           MOVE WS-ATTEMPT       TO SL-ATTEMPT.

      *    A failed step ran and consumed real time, so it is logged
      *    with its times and true RC under status F - the morning
           MOVE "F" TO SL-STATUS-FLAG
           PERFORM 148-WRITE-STEP-LOG.

      *    The step never ran, so it is logged with RC 0, the time the
      *    wait started as its start time and the wait as its elapsed
      *    seconds, under status W.  Like a failure it never feeds the
      *    restart or predecessor lookups - rerunning the chain once
      *    the feed has landed runs the step and then its dependents.
       197-LOG-INPUT-TIMEOUT.
           MOVE 0 TO WS-STEP-RC
           MOVE 0 TO WS-ATTEMPT
           PERFORM 144-BUILD-STEP-LOG-RECORD
           MOVE "W" TO SL-STATUS-FLAG
           PERFORM 148-WRITE-STEP-LOG.

      *    A failed attempt that will be retried is logged with its
      *    own times and RC under status R, so the retries stay
      *    visible in the morning reports.
       198-LOG-STEP-RETRY.
           PERFORM 144-BUILD-STEP-LOG-RECORD
           MOVE "R" TO SL-STATUS-FLAG
           PERFORM 148-WRITE-STEP-LOG.

       148-WRITE-STEP-LOG.
           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEP-LOG-STATUS NOT = "00"
      *    Holds whose hold-through date has passed are expired and
      *    ignored - the hold releases itself, no restore edit to
      *    forget.  Bad records are reported and skipped rather than
      *    silently holding (or releasing) the wrong step.  Holds for
      *    other chains are passed over.
       125-LOAD-OPERATOR-HOLDS.
           MOVE "N" TO WS-STEP-HOLD-EOF-SWITCH
           MOVE 0 TO WS-HOLD-COUNT
           END-IF.

       126-TABLE-ONE-HOLD.
           IF SH-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO SH-CHAIN-ID
           END-IF
           IF SH-CHAIN-ID NOT = WS-CHAIN-ID
               CONTINUE
           ELSE
           IF SH-STEP-NUMBER NOT NUMERIC
               OR SH-HOLD-THRU NOT NUMERIC
               OR SH-PROGRAM-ID = SPACES
                           ' ' SH-PROGRAM-ID
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    Matching on step number AND program name, like the restart
           MOVE WS-STEP-TIME-SS  TO SL-START-TIME-SS
           MOVE 0 TO SL-ELAPSED-SECS
           MOVE "H" TO SL-STATUS-FLAG
           MOVE WS-CHAIN-ID      TO SL-CHAIN-ID
           MOVE 0 TO SL-ATTEMPT
           PERFORM 148-WRITE-STEP-LOG.

      *    A step with no input file is always ready.  Otherwise the
      *    file is checked at once and, while it is missing, rechecked
      *    after each poll interval until it lands or the step's
      *    JS-MAX-WAIT-MINUTES is used up; the last sleep is cut short
      *    so the wait never runs past the limit.  A wait limit that
      *    is blank or not numeric means check once, no wait.
       200-WAIT-FOR-INPUT-FILE.
           MOVE "Y" TO WS-INPUT-READY-SWITCH
           IF JS-INPUT-FILE NOT = SPACES
               MOVE JS-INPUT-FILE TO WS-INPUT-FILENAME
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TIME
               IF JS-MAX-WAIT-MINUTES IS NUMERIC
                   MOVE JS-MAX-WAIT-MINUTES TO WS-MAX-WAIT-MINUTES
               ELSE
                   MOVE 0 TO WS-MAX-WAIT-MINUTES
               END-IF
               COMPUTE WS-MAX-WAIT-SECS = WS-MAX-WAIT-MINUTES * 60
               MOVE 0 TO WS-WAITED-SECS
               PERFORM 205-CHECK-INPUT-FILE
               IF NOT WS-INPUT-READY AND WS-MAX-WAIT-SECS > 0
                   DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                       JS-PROGRAM-ID ' waiting up to '
                       WS-MAX-WAIT-MINUTES ' minute(s) for input '
                       FUNCTION TRIM(WS-INPUT-FILENAME)
               END-IF
               PERFORM UNTIL WS-INPUT-READY
                   OR WS-WAITED-SECS NOT < WS-MAX-WAIT-SECS
                   IF WS-MAX-WAIT-SECS - WS-WAITED-SECS
                       < WS-INPUT-POLL-SECS
                       COMPUTE WS-SLEEP-SECS =
                           WS-MAX-WAIT-SECS - WS-WAITED-SECS
                   ELSE
                       MOVE WS-INPUT-POLL-SECS TO WS-SLEEP-SECS
                   END-IF
                   MOVE SPACES TO WS-SLEEP-COMMAND
                   STRING "sleep " WS-SLEEP-SECS
                       DELIMITED BY SIZE INTO WS-SLEEP-COMMAND
                   CALL "SYSTEM" USING WS-SLEEP-COMMAND
                   ADD WS-SLEEP-SECS TO WS-WAITED-SECS
                   PERFORM 205-CHECK-INPUT-FILE
               END-PERFORM
               IF WS-INPUT-READY
                   DISPLAY 'BATCHGATE Step ' JS-STEP-NUMBER ' '
                       JS-PROGRAM-ID ' input '
                       FUNCTION TRIM(WS-INPUT-FILENAME) ' received'
               END-IF
           END-IF.

       205-CHECK-INPUT-FILE.
           OPEN INPUT INPUT-FEED-FILE
           IF WS-INPUT-FEED-STATUS = "00"
               MOVE "Y" TO WS-INPUT-READY-SWITCH
               CLOSE INPUT-FEED-FILE
           ELSE
               MOVE "N" TO WS-INPUT-READY-SWITCH
           END-IF.

      *    One poll interval for the whole chain.  Zero or garbage
      *    falls back to the default rather than spinning or never
      *    rechecking.
       210-SET-INPUT-POLL-INTERVAL.
           ACCEPT WS-INPUT-POLL-SECS-X
               FROM ENVIRONMENT "BATCHGATE_INPUT_POLL_SECS"
           IF WS-INPUT-POLL-SECS-X NOT = SPACES
               IF FUNCTION TRIM(WS-INPUT-POLL-SECS-X) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-INPUT-POLL-SECS-X) > 0
                   MOVE FUNCTION NUMVAL(WS-INPUT-POLL-SECS-X)
                       TO WS-INPUT-POLL-SECS
               ELSE
                   DISPLAY 'BATCHGATE WARNING - '
                       'BATCHGATE_INPUT_POLL_SECS not a positive '
                       'number, using ' WS-INPUT-POLL-SECS ' seconds'
               END-IF
           END-IF.

      *    The condition leaves out the RC the step actually ended
      *    with, so the same step failing night after night rolls up
      *    as one chronic condition on the ALERTDSP action report;
      *    the RC itself is in the step log.
       941-ALERT-STEP-FAILURE.
           MOVE SPACES TO ALERT-RECORD
           MOVE "C"                     TO ALR-SEVERITY
           MOVE JS-PROGRAM-ID           TO ALR-PROGRAM-ID
           MOVE "STPF"                  TO ALR-ALERT-TYPE
           STRING WS-CHAIN-ID DELIMITED BY SPACE
               " STEP " JS-STEP-NUMBER " FAILED, RC ABOVE " JS-MAX-RC
               DELIMITED BY SIZE INTO ALR-CONDITION
           PERFORM 940-WRITE-ALERT-RECORD.

      *    A stale lock means tonight's chain did not start at all -
      *    too important to leave in the batch log until morning.
       942-ALERT-STALE-LOCK.
           MOVE SPACES TO ALERT-RECORD
           MOVE "C"                     TO ALR-SEVERITY
           MOVE WS-CALLER-ID            TO ALR-PROGRAM-ID
           MOVE "LOCK"                  TO ALR-ALERT-TYPE
           STRING "STALE LOCK - " DELIMITED BY SIZE
               WS-CHAIN-ID DELIMITED BY SPACE
               " CHAIN NOT STARTED" DELIMITED BY SIZE
               INTO ALR-CONDITION
           PERFORM 940-WRITE-ALERT-RECORD.

      *    Same record, same append as ENVCHK00's gate-failure alert,
      *    so ALERTDSP dispatches and escalates it the same way.  The
      *    caller has filled in severity, program, type and condition.
       940-WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO WS-ALERT-STAMP
           MOVE WS-ALERT-STAMP-DATE (1:4) TO ALR-DATE-YYYY
           MOVE WS-ALERT-STAMP-DATE (5:2) TO ALR-DATE-MM
           MOVE WS-ALERT-STAMP-DATE (7:2) TO ALR-DATE-DD
           MOVE WS-ALERT-STAMP-TIME (1:2) TO ALR-TIME-HH
           MOVE WS-ALERT-STAMP-TIME (3:2) TO ALR-TIME-MM
           MOVE WS-ALERT-STAMP-TIME (5:2) TO ALR-TIME-SS
           MOVE "N"                     TO ALR-ACK-FLAG
           MOVE "N"                     TO ALR-DISPATCH-FLAG
           MOVE WS-CALLER-ID            TO ALR-SOURCE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY 'BATCHGATE WARNING - unable to open operator '
                   'alert file, FILE STATUS = ' WS-ALERT-STATUS
           ELSE
               MOVE ALERT-RECORD TO ALERT-FILE-RECORD
               WRITE ALERT-FILE-RECORD
               IF WS-ALERT-STATUS NOT = "00"
                   DISPLAY 'BATCHGATE WARNING - operator alert write '
                       'failed, FILE STATUS = ' WS-ALERT-STATUS
               END-IF
               CLOSE ALERT-FILE
           END-IF.
