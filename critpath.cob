       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CRITPATH.
      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-10-15.
      *REMARKS.                Critical-path and projected chain
      *                        completion report.  Builds the chain's
      *                        dependency graph from the schedule
      *                        (JOBSCHED.DAT - the versions in force
      *                        on the chain date, JS-PRED-STEPS) and
      *                        estimates each step's run time from
      *                        recent step-log history (BATCHSTP.DAT -
      *                        the average SL-ELAPSED-SECS of the
      *                        step's clean completions over the last
      *                        14 days, set CRITPATH_HISTORY_DAYS to
      *                        change; a step with no history is
      *                        estimated at its JS-MAX-MINUTES limit).
      *                        Steps already logged tonight are taken
      *                        as actuals, so a run in the middle of
      *                        the night projects only what is left.
      *                        A step that will not run - disabled,
      *                        not due by its frequency (FREQCHK),
      *                        under an operator hold (STEPHOLD.DAT),
      *                        or downstream of a step that failed or
      *                        will not run - takes no time, as
      *                        BATCHGATE would skip it.  CRITPATH.TXT
      *                        gives each step's expected start and
      *                        finish, its slack and whether it is on
      *                        the critical path, then the projected
      *                        chain end against the hand-off deadline
      *                        (07:00, set CRITPATH_DEADLINE=HHMM).
      *                        Starts and finishes follow BATCHGATE's
      *                        dispatch - one step at a time, in
      *                        schedule order - so the projected end
      *                        is the one to plan on.  Slack and the
      *                        critical path are read from the
      *                        dependency graph: they show which steps
      *                        really govern the chain (a step with
      *                        slack could run later, or alongside
      *                        others, without moving the end), and
      *                        the dependency-bound end is printed
      *                        beside the projected one.  The chain
      *                        starts at its first logged step
      *                        tonight, else at 23:00 (set
      *                        CRITPATH_START=HHMM).  Set
      *                        CRITPATH_DATE=YYYYMMDD for the chain
      *                        date (default today) and CRITPATH_CHAIN
      *                        for the chain (default NIGHTLY).  Ends
      *                        with RC 4 when the chain is projected
      *                        to miss the deadline.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "BATCHSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.
           SELECT STEP-HOLD-FILE ASSIGN TO "STEPHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-HOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CRITPATH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       01  JOB-SCHEDULE-RECORD             PIC X(189).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD                 PIC X(53).

       FD  STEP-HOLD-FILE.
       01  STEP-HOLD-RECORD                PIC X(68).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "WJOBSCHD.cpy".
       COPY "WSTEPLOG.cpy".
       COPY "WSTPHOLD.cpy".
       COPY "WBUSDATE.cpy".
       COPY "WFREQCHK.cpy".
       01  WS-SCHEDULE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-STEP-LOG-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-STEP-HOLD-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-SCHEDULE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-SCHEDULE-EOF             VALUE "Y".
       01  WS-STEP-LOG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-STEP-LOG-EOF             VALUE "Y".
       01  WS-STEP-HOLD-EOF-SWITCH         PIC X(01)   VALUE "N".
           88  WS-STEP-HOLD-EOF            VALUE "Y".
       01  WS-IN-FORCE-SWITCH              PIC X(01)   VALUE "Y".
           88  WS-VERSION-IN-FORCE         VALUE "Y".
       01  WS-HELD-SWITCH                  PIC X(01)   VALUE "N".
           88  WS-STEP-HELD                VALUE "Y".
       01  WS-BUSDATE-OK-SWITCH            PIC X(01)   VALUE "Y".
           88  WS-BUSDATE-OK               VALUE "Y".
       01  WS-CHAIN-ID                     PIC X(08)   VALUE "NIGHTLY".
       01  WS-CHAIN-DATE-OVERRIDE          PIC X(08)   VALUE SPACES.
       01  WS-CHAIN-DATE.
           05  WS-CHAIN-DATE-YYYY          PIC X(04)   VALUE SPACES.
           05  WS-CHAIN-DATE-MM            PIC X(02)   VALUE SPACES.
           05  WS-CHAIN-DATE-DD            PIC X(02)   VALUE SPACES.
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE                 PIC X(08).
           05  WS-NOW-HH                   PIC 9(02).
           05  WS-NOW-MM                   PIC 9(02).
           05  WS-NOW-SS                   PIC 9(02).
           05  FILLER                      PIC X(07).
       01  WS-START-X                      PIC X(04)   VALUE SPACES.
       01  WS-DEADLINE-X                   PIC X(04)   VALUE SPACES.
       01  WS-HHMM-WORK.
           05  WS-HHMM-HH                  PIC 9(02)   VALUE 0.
           05  WS-HHMM-MM                  PIC 9(02)   VALUE 0.
       01  WS-HISTORY-DAYS-X               PIC X(04)   VALUE SPACES.
       01  WS-HISTORY-DAYS                 PIC 9(04)   VALUE 0014.
       01  WS-DATE-WORK.
           05  WS-WORK-YYYYMMDD-N          PIC 9(08)   VALUE 0.
           05  WS-CHAIN-INTEGER-DATE       PIC S9(08)  VALUE 0.
           05  WS-NOW-INTEGER-DATE         PIC S9(08)  VALUE 0.
           05  WS-LOG-INTEGER-DATE         PIC S9(08)  VALUE 0.
           05  WS-LOG-DATE-X               PIC X(08)   VALUE SPACES.
      *    Times are seconds from midnight at the start of the chain
      *    date; a time past the following midnight runs on above
      *    86400, so a chain crossing midnight still adds up.
       01  WS-TIME-WORK.
           05  WS-PLANNED-START-SECS       PIC S9(07)  VALUE 82800.
           05  WS-DEADLINE-SECS            PIC S9(07)  VALUE 25200.
           05  WS-ANCHOR-SECS              PIC S9(07)  VALUE 0.
           05  WS-NOW-SECS                 PIC S9(07)  VALUE 0.
           05  WS-CLOCK-SECS               PIC S9(07)  VALUE 0.
           05  WS-EARLIEST-SECS            PIC S9(07)  VALUE 0.
           05  WS-PROJECTED-END-SECS       PIC S9(07)  VALUE 0.
           05  WS-DEPENDENCY-END-SECS      PIC S9(07)  VALUE 0.
           05  WS-LOG-START-SECS           PIC S9(07)  VALUE 0.
           05  WS-MARGIN-SECS              PIC S9(07)  VALUE 0.
           05  WS-MARGIN-MINUTES           PIC 9(05)   VALUE 0.
           05  WS-MARGIN-EDIT              PIC ZZZZ9.
       01  WS-ANCHOR-FOUND-SWITCH          PIC X(01)   VALUE "N".
           88  WS-ANCHOR-FOUND             VALUE "Y".
       01  WS-NOW-KNOWN-SWITCH             PIC X(01)   VALUE "N".
           88  WS-NOW-KNOWN                VALUE "Y".
       01  WS-FIRST-PROJECTED-SWITCH       PIC X(01)   VALUE "Y".
           88  WS-FIRST-PROJECTED          VALUE "Y".
       01  WS-LATE-SWITCH                  PIC X(01)   VALUE "N".
           88  WS-CHAIN-LATE               VALUE "Y".
      *    One entry per step of the chain in force on the date, in
      *    schedule order - the order BATCHGATE dispatches them.
      *    Predecessors are held as subscripts into the table.
      *    WS-ST-PLAN: A = actual, logged tonight; P = projected to
      *    run; D = disabled; N = not due; H = operator hold; B =
      *    blocked behind a predecessor that failed or will not run.
       01  WS-STEP-COUNT                   PIC 9(03)   VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY               OCCURS 200 TIMES.
               10  WS-ST-STEP-NUMBER       PIC 9(04).
               10  WS-ST-PROGRAM-ID        PIC X(08).
               10  WS-ST-ENABLED-FLAG      PIC X(01).
               10  WS-ST-DUE-FLAG          PIC X(01).
               10  WS-ST-HELD-FLAG         PIC X(01).
               10  WS-ST-PRED-SUB          PIC 9(03) OCCURS 3 TIMES.
               10  WS-ST-PRED-MISSING      PIC X(01).
               10  WS-ST-LIMIT-SECS        PIC 9(06).
               10  WS-ST-HIST-SECS         PIC 9(09).
               10  WS-ST-HIST-COUNT        PIC 9(04).
               10  WS-ST-DUR-SECS          PIC 9(06).
               10  WS-ST-BASIS             PIC X(12).
               10  WS-ST-LOG-STATUS        PIC X(01).
               10  WS-ST-LOG-START         PIC S9(07).
               10  WS-ST-LOG-ELAPSED       PIC 9(06).
               10  WS-ST-PLAN              PIC X(01).
                   88  WS-ST-ACTUAL        VALUE "A".
                   88  WS-ST-PROJECTED     VALUE "P".
                   88  WS-ST-RUNS          VALUE "A" "P".
               10  WS-ST-CLEAN-FLAG        PIC X(01).
                   88  WS-ST-CLEAN         VALUE "Y".
               10  WS-ST-START             PIC S9(07).
               10  WS-ST-FINISH            PIC S9(07).
               10  WS-ST-EARLY-START       PIC S9(07).
               10  WS-ST-EARLY-FINISH      PIC S9(07).
               10  WS-ST-LATE-FINISH       PIC S9(07).
               10  WS-ST-LATE-START        PIC S9(07).
               10  WS-ST-SLACK             PIC S9(07).
       01  WS-SUB                          PIC 9(03)   VALUE 0.
       01  WS-LOOK-SUB                     PIC 9(03)   VALUE 0.
       01  WS-PRED-SUB                     PIC 9(01)   VALUE 0.
       01  WS-PRED-ENTRY                   PIC 9(03)   VALUE 0.
       01  WS-STEP-FOUND-SWITCH            PIC X(01)   VALUE "N".
           88  WS-STEP-FOUND               VALUE "Y".
       01  WS-HAS-SUCCESSOR-SWITCH         PIC X(01)   VALUE "N".
           88  WS-HAS-SUCCESSOR            VALUE "Y".
       01  WS-HOLD-COUNT                   PIC 9(03)   VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY               OCCURS 100 TIMES.
               10  WS-HOLD-STEP-NUMBER     PIC 9(04).
               10  WS-HOLD-PROGRAM-ID      PIC X(08).
               10  WS-HOLD-THRU-DATE       PIC X(08).
               10  WS-HOLD-CHAIN-ID        PIC X(08).
       01  WS-AVERAGE-SECS                 PIC 9(06)   VALUE 0.
       01  WS-CRITICAL-COUNT               PIC 9(03)   VALUE 0.
       01  WS-PATH-POINTER                 PIC 9(03)   VALUE 1.
       01  WS-DISPLAY-RC                   PIC 9(04)   VALUE 0.
       01  WS-FMT-SECS                     PIC S9(07)  VALUE 0.
       01  WS-FMT-WORK.
           05  WS-FMT-DAY-SECS             PIC 9(05)   VALUE 0.
           05  WS-FMT-HH                   PIC 9(02)   VALUE 0.
           05  WS-FMT-MM                   PIC 9(02)   VALUE 0.
           05  WS-FMT-REMAINDER            PIC 9(05)   VALUE 0.
       01  WS-FMT-TIME.
           05  WS-FMT-TIME-HH              PIC 9(02)   VALUE 0.
           05  FILLER                      PIC X(01)   VALUE ":".
           05  WS-FMT-TIME-MM              PIC 9(02)   VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE "CRITICAL PATH AND PROJECTED COMPLETION -".
           05  FILLER                      PIC X(07)   VALUE " CHAIN ".
           05  HDG-CHAIN-ID                PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HDG-DATE-YYYY               PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE "-".
           05  HDG-DATE-MM                 PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE "-".
           05  HDG-DATE-DD                 PIC X(02)   VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(14)
               VALUE "CHAIN START   ".
           05  HDG-START                   PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(22)
               VALUE "   HAND-OFF DEADLINE  ".
           05  HDG-DEADLINE                PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE "   AS AT   ".
           05  HDG-NOW                     PIC X(05)   VALUE SPACES.
       01  WS-HEADING-3.
           05  FILLER                      PIC X(14)
               VALUE "STEP PROGRAM  ".
           05  FILLER                      PIC X(14)
               VALUE "STATUS        ".
           05  FILLER                      PIC X(14)
               VALUE "ESTIMATE      ".
           05  FILLER                      PIC X(31)
               VALUE "MIN  START  FINISH SLACK   PATH".
       01  WS-DETAIL-LINE.
           05  DTL-STEP-NUMBER             PIC 9(04)   VALUE 0.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-STATUS                  PIC X(13)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-BASIS                   PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-MINUTES                 PIC ZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-START                   PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-FINISH                  PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-SLACK                   PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  DTL-CRITICAL                PIC X(04)   VALUE SPACES.
       01  WS-SLACK-EDIT                   PIC ZZZZ9.
       01  WS-NONE-LINE.
           05  FILLER                      PIC X(40)  VALUE
               "    (NO SCHEDULE STEPS FOR THE CHAIN)".
       01  WS-PATH-LINE.
           05  FILLER                      PIC X(15)
               VALUE "CRITICAL PATH  ".
           05  PTH-STEPS                   PIC X(117)  VALUE SPACES.
       01  WS-END-LINE.
           05  FILLER                      PIC X(22)
               VALUE "PROJECTED CHAIN END   ".
           05  END-PROJECTED               PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(27)
               VALUE "   DEPENDENCY-BOUND END   ".
           05  END-DEPENDENCY              PIC X(05)   VALUE SPACES.
       01  WS-VERDICT-LINE.
           05  FILLER                      PIC X(22)
               VALUE "HAND-OFF DEADLINE     ".
           05  VRD-DEADLINE                PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  VRD-TEXT                    PIC X(40)   VALUE SPACES.
       01  WS-BLANK-LINE                   PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY 'CRITPATH Start - Critical Path and Projected '
               'Completion'
           PERFORM 100-SET-REPORT-OPTIONS
           PERFORM 150-ASK-BUSINESS-DATE
           PERFORM 220-LOAD-OPERATOR-HOLDS
           PERFORM 200-LOAD-CHAIN-STEPS
           PERFORM 300-READ-STEP-LOG
           PERFORM 400-PROJECT-CHAIN
           PERFORM 500-FIND-CRITICAL-PATH
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY 'CRITPATH ERROR - Cannot open CRITPATH.TXT, '
                   'status = ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 600-WRITE-REPORT
           CLOSE REPORT-FILE
           MOVE WS-PROJECTED-END-SECS TO WS-FMT-SECS
           PERFORM 900-FORMAT-TIME
           IF WS-CHAIN-LATE
               DISPLAY 'CRITPATH WARNING - ' FUNCTION TRIM(WS-CHAIN-ID)
                   ' chain projected to end ' WS-FMT-TIME ', '
                   FUNCTION TRIM(WS-MARGIN-EDIT)
                   ' min after the hand-off deadline'
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'CRITPATH ' FUNCTION TRIM(WS-CHAIN-ID)
                   ' chain projected to end ' WS-FMT-TIME ', '
                   FUNCTION TRIM(WS-MARGIN-EDIT)
                   ' min inside the hand-off deadline'
           END-IF
           IF RETURN-CODE = 0
               DISPLAY 'CRITPATH Successfully Completed'
           ELSE
               MOVE RETURN-CODE TO WS-DISPLAY-RC
               DISPLAY 'CRITPATH Completed With Warnings, RC = '
                   WS-DISPLAY-RC
           END-IF
           GOBACK.

       100-SET-REPORT-OPTIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           ACCEPT WS-CHAIN-DATE-OVERRIDE
               FROM ENVIRONMENT "CRITPATH_DATE"
           IF WS-CHAIN-DATE-OVERRIDE NOT = SPACES
               AND WS-CHAIN-DATE-OVERRIDE IS NUMERIC
               MOVE WS-CHAIN-DATE-OVERRIDE TO WS-CHAIN-DATE
           ELSE
               IF WS-CHAIN-DATE-OVERRIDE NOT = SPACES
                   DISPLAY 'CRITPATH WARNING - CRITPATH_DATE not '
                       'YYYYMMDD, using current date'
               END-IF
               MOVE WS-NOW-DATE TO WS-CHAIN-DATE
           END-IF
           MOVE WS-CHAIN-DATE TO WS-WORK-YYYYMMDD-N
           COMPUTE WS-CHAIN-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD-N)
           ACCEPT WS-CHAIN-ID FROM ENVIRONMENT "CRITPATH_CHAIN"
           MOVE FUNCTION UPPER-CASE(WS-CHAIN-ID) TO WS-CHAIN-ID
           IF WS-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO WS-CHAIN-ID
           END-IF
           MOVE WS-CHAIN-ID TO JS-CHAIN-ID
           IF NOT JS-VALID-CHAIN
               DISPLAY 'CRITPATH WARNING - CRITPATH_CHAIN '
                   WS-CHAIN-ID ' is not a known chain, using NIGHTLY'
               MOVE "NIGHTLY" TO WS-CHAIN-ID
           END-IF
           ACCEPT WS-START-X FROM ENVIRONMENT "CRITPATH_START"
           IF WS-START-X NOT = SPACES
               IF WS-START-X IS NUMERIC
                   AND WS-START-X (1:2) < "24"
                   AND WS-START-X (3:2) < "60"
                   MOVE WS-START-X TO WS-HHMM-WORK
                   COMPUTE WS-PLANNED-START-SECS =
                       WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
               ELSE
                   DISPLAY 'CRITPATH WARNING - CRITPATH_START not '
                       'HHMM, using 2300'
               END-IF
           END-IF
           ACCEPT WS-DEADLINE-X FROM ENVIRONMENT "CRITPATH_DEADLINE"
           IF WS-DEADLINE-X NOT = SPACES
               IF WS-DEADLINE-X IS NUMERIC
                   AND WS-DEADLINE-X (1:2) < "24"
                   AND WS-DEADLINE-X (3:2) < "60"
                   MOVE WS-DEADLINE-X TO WS-HHMM-WORK
                   COMPUTE WS-DEADLINE-SECS =
                       WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
               ELSE
                   DISPLAY 'CRITPATH WARNING - CRITPATH_DEADLINE not '
                       'HHMM, using 0700'
               END-IF
           END-IF
           ACCEPT WS-HISTORY-DAYS-X
               FROM ENVIRONMENT "CRITPATH_HISTORY_DAYS"
           IF WS-HISTORY-DAYS-X NOT = SPACES
               IF FUNCTION TRIM(WS-HISTORY-DAYS-X) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-HISTORY-DAYS-X)
                       TO WS-HISTORY-DAYS
               ELSE
                   DISPLAY 'CRITPATH WARNING - '
                       'CRITPATH_HISTORY_DAYS not numeric, using '
                       WS-HISTORY-DAYS ' days'
               END-IF
           END-IF.

       150-ASK-BUSINESS-DATE.
           MOVE "Y" TO WS-BUSDATE-OK-SWITCH
           MOVE WS-CHAIN-DATE TO BD-REQUEST-DATE
           CALL "BUSDATE" USING BUSDATE-PARMS
               ON EXCEPTION
                   DISPLAY 'CRITPATH WARNING - BUSDATE service not '
                       'available, calendar answers unknown'
                   MOVE 8 TO BD-RETURN-CODE
           END-CALL
           IF BD-RETURN-CODE NOT = 0
               MOVE "N" TO WS-BUSDATE-OK-SWITCH
               MOVE "N" TO BD-BUSINESS-DAY-FLAG
               MOVE "N" TO BD-LAST-BUS-DAY-FLAG
           END-IF.

       200-LOAD-CHAIN-STEPS.
           MOVE "N" TO WS-SCHEDULE-EOF-SWITCH
           MOVE 0 TO WS-STEP-COUNT
           OPEN INPUT JOB-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY 'CRITPATH WARNING - Cannot open JOBSCHED.DAT, '
                   'status = ' WS-SCHEDULE-STATUS
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL WS-SCHEDULE-EOF
                   READ JOB-SCHEDULE-FILE INTO JOBSCHED-RECORD
                       AT END
                           SET WS-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF JS-CHAIN-ID = SPACES
                               MOVE "NIGHTLY" TO JS-CHAIN-ID
                           END-IF
                           PERFORM 205-CHECK-VERSION-IN-FORCE
                           IF JS-CHAIN-ID = WS-CHAIN-ID
                               AND WS-VERSION-IN-FORCE
                               PERFORM 210-TABLE-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-SCHEDULE-FILE
           END-IF.

      *    Whether this version of the step is the one in force for
      *    the chain date.  Blank effective dates are open-ended, as
      *    on every record loaded before schedule versions existed.
       205-CHECK-VERSION-IN-FORCE.
           MOVE "Y" TO WS-IN-FORCE-SWITCH
           IF JS-EFFECTIVE-FROM NOT = SPACES
               AND JS-EFFECTIVE-FROM > WS-CHAIN-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF
           IF JS-EFFECTIVE-THRU NOT = SPACES
               AND JS-EFFECTIVE-THRU < WS-CHAIN-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF.

      *    A predecessor is found among the earlier steps already in
      *    the table - JOBSCHLD only accepts backward references.  One
      *    that is not there tonight would never be satisfied, and
      *    BATCHGATE would hold the step.
       210-TABLE-ONE-STEP.
           IF WS-STEP-COUNT NOT < 200
               DISPLAY 'CRITPATH WARNING - more than 200 steps in '
                   'the chain, step ' JS-STEP-NUMBER ' not projected'
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-SUB
               INITIALIZE WS-STEP-ENTRY (WS-SUB)
               MOVE JS-STEP-NUMBER  TO WS-ST-STEP-NUMBER (WS-SUB)
               MOVE JS-PROGRAM-ID   TO WS-ST-PROGRAM-ID (WS-SUB)
               MOVE JS-ENABLED-FLAG TO WS-ST-ENABLED-FLAG (WS-SUB)
               MOVE "N" TO WS-ST-PRED-MISSING (WS-SUB)
               MOVE SPACE TO WS-ST-LOG-STATUS (WS-SUB)
               IF JS-MAX-MINUTES IS NUMERIC
                   COMPUTE WS-ST-LIMIT-SECS (WS-SUB) =
                       FUNCTION NUMVAL(JS-MAX-MINUTES) * 60
               END-IF
               PERFORM 215-CHECK-STEP-FREQUENCY
               IF FC-STEP-DUE
                   MOVE "Y" TO WS-ST-DUE-FLAG (WS-SUB)
               ELSE
                   MOVE "N" TO WS-ST-DUE-FLAG (WS-SUB)
               END-IF
               PERFORM 230-CHECK-STEP-HOLD
               MOVE WS-HELD-SWITCH TO WS-ST-HELD-FLAG (WS-SUB)
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 3
                   MOVE 0 TO WS-ST-PRED-SUB (WS-SUB, WS-PRED-SUB)
                   IF JS-PRED-STEP (WS-PRED-SUB) NOT = SPACES
                       AND JS-PRED-STEP (WS-PRED-SUB) NOT = "0000"
                       MOVE "N" TO WS-STEP-FOUND-SWITCH
                       PERFORM VARYING WS-LOOK-SUB FROM 1 BY 1
                           UNTIL WS-LOOK-SUB NOT < WS-SUB
                           IF WS-ST-STEP-NUMBER (WS-LOOK-SUB) =
                               JS-PRED-STEP (WS-PRED-SUB)
                               SET WS-STEP-FOUND TO TRUE
                               MOVE WS-LOOK-SUB TO
                                   WS-ST-PRED-SUB (WS-SUB, WS-PRED-SUB)
                           END-IF
                       END-PERFORM
                       IF NOT WS-STEP-FOUND
                           MOVE "Y" TO WS-ST-PRED-MISSING (WS-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       215-CHECK-STEP-FREQUENCY.
           MOVE JS-FREQUENCY TO FC-FREQUENCY
           MOVE JS-FREQ-PARM TO FC-FREQ-PARM
           CALL "FREQCHK" USING BUSDATE-PARMS FREQCHK-PARMS
               ON EXCEPTION
                   MOVE 8 TO FC-RETURN-CODE
                   IF JS-DAILY
                       MOVE "Y" TO FC-DUE-FLAG
                   ELSE
                       MOVE "N" TO FC-DUE-FLAG
                   END-IF
           END-CALL.

       220-LOAD-OPERATOR-HOLDS.
           MOVE "N" TO WS-STEP-HOLD-EOF-SWITCH
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT STEP-HOLD-FILE
           IF WS-STEP-HOLD-STATUS = "00"
               PERFORM UNTIL WS-STEP-HOLD-EOF
                   READ STEP-HOLD-FILE INTO STEPHOLD-RECORD
                       AT END
                           SET WS-STEP-HOLD-EOF TO TRUE
                       NOT AT END
                           IF SH-STEP-NUMBER IS NUMERIC
                               AND SH-HOLD-THRU IS NUMERIC
                               AND SH-PROGRAM-ID NOT = SPACES
                               AND WS-HOLD-COUNT < 100
                               IF SH-CHAIN-ID = SPACES
                                   MOVE "NIGHTLY" TO SH-CHAIN-ID
                               END-IF
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE SH-CHAIN-ID TO
                                   WS-HOLD-CHAIN-ID (WS-HOLD-COUNT)
                               MOVE SH-STEP-NUMBER TO
                                   WS-HOLD-STEP-NUMBER (WS-HOLD-COUNT)
                               MOVE SH-PROGRAM-ID TO
                                   WS-HOLD-PROGRAM-ID (WS-HOLD-COUNT)
                               MOVE SH-HOLD-THRU TO
                                   WS-HOLD-THRU-DATE (WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-HOLD-FILE
           END-IF.

       230-CHECK-STEP-HOLD.
           MOVE "N" TO WS-HELD-SWITCH
           PERFORM VARYING WS-LOOK-SUB FROM 1 BY 1
               UNTIL WS-LOOK-SUB > WS-HOLD-COUNT
               IF WS-HOLD-STEP-NUMBER (WS-LOOK-SUB) = JS-STEP-NUMBER
                   AND WS-HOLD-PROGRAM-ID (WS-LOOK-SUB) =
                       JS-PROGRAM-ID
                   AND WS-HOLD-THRU-DATE (WS-LOOK-SUB) >=
                       WS-CHAIN-DATE
                   AND WS-HOLD-CHAIN-ID (WS-LOOK-SUB) = WS-CHAIN-ID
                   SET WS-STEP-HELD TO TRUE
               END-IF
           END-PERFORM.

      *    Tonight's records are the actuals - the last outcome logged
      *    for a step wins, so a step that failed and was rerun clean
      *    counts as done; retried attempts are passed over, though
      *    the first record logged tonight, retried or not, marks when
      *    the chain started.  Clean completions on the days before
      *    feed the run-time estimate.
       300-READ-STEP-LOG.
           MOVE "N" TO WS-STEP-LOG-EOF-SWITCH
           OPEN INPUT STEP-LOG-FILE
           IF WS-STEP-LOG-STATUS = "00"
               PERFORM UNTIL WS-STEP-LOG-EOF
                   READ STEP-LOG-FILE INTO STEPLOG-RECORD
                       AT END
                           SET WS-STEP-LOG-EOF TO TRUE
                       NOT AT END
                           IF SL-CHAIN-ID = SPACES
                               MOVE "NIGHTLY" TO SL-CHAIN-ID
                           END-IF
                           IF SL-CHAIN-ID = WS-CHAIN-ID
                               PERFORM 310-APPLY-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-LOG-FILE
           END-IF.

       310-APPLY-LOG-RECORD.
           MOVE "N" TO WS-STEP-FOUND-SWITCH
           PERFORM VARYING WS-LOOK-SUB FROM 1 BY 1
               UNTIL WS-LOOK-SUB > WS-STEP-COUNT
                   OR WS-STEP-FOUND
               IF WS-ST-STEP-NUMBER (WS-LOOK-SUB) = SL-STEP-NUMBER
                   SET WS-STEP-FOUND TO TRUE
                   MOVE WS-LOOK-SUB TO WS-SUB
               END-IF
           END-PERFORM
           STRING SL-RUN-DATE-YYYY SL-RUN-DATE-MM SL-RUN-DATE-DD
               DELIMITED BY SIZE INTO WS-LOG-DATE-X
           IF WS-LOG-DATE-X = WS-CHAIN-DATE
               COMPUTE WS-LOG-START-SECS =
                   FUNCTION NUMVAL(SL-START-TIME-HH) * 3600
                   + FUNCTION NUMVAL(SL-START-TIME-MM) * 60
                   + FUNCTION NUMVAL(SL-START-TIME-SS)
               IF NOT WS-ANCHOR-FOUND
                   SET WS-ANCHOR-FOUND TO TRUE
                   MOVE WS-LOG-START-SECS TO WS-ANCHOR-SECS
               END-IF
               IF WS-STEP-FOUND
                   AND NOT SL-STEP-RETRIED
                   MOVE SL-STATUS-FLAG TO WS-ST-LOG-STATUS (WS-SUB)
                   IF SL-STEP-COMPLETED
                       MOVE "C" TO WS-ST-LOG-STATUS (WS-SUB)
                   END-IF
                   MOVE WS-LOG-START-SECS TO WS-ST-LOG-START (WS-SUB)
                   MOVE SL-ELAPSED-SECS TO WS-ST-LOG-ELAPSED (WS-SUB)
               END-IF
           ELSE
               IF WS-STEP-FOUND
                   AND SL-STEP-COMPLETED
                   AND WS-LOG-DATE-X IS NUMERIC
                   MOVE WS-LOG-DATE-X TO WS-WORK-YYYYMMDD-N
                   COMPUTE WS-LOG-INTEGER-DATE =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD-N)
                   IF WS-LOG-INTEGER-DATE < WS-CHAIN-INTEGER-DATE
                       AND WS-LOG-INTEGER-DATE NOT <
                           WS-CHAIN-INTEGER-DATE - WS-HISTORY-DAYS
                       ADD SL-ELAPSED-SECS TO WS-ST-HIST-SECS (WS-SUB)
                       ADD 1 TO WS-ST-HIST-COUNT (WS-SUB)
                   END-IF
               END-IF
           END-IF.

      *    Walks the chain in dispatch order.  The clock starts when
      *    the chain did (or is planned to); an actual step sits where
      *    the log put it, a projected one starts when the step before
      *    it finishes.  The first projected step may already be
      *    running - it cannot finish before now.  Alongside, the
      *    dependency graph's early start and finish: a step could
      *    start as soon as its predecessors finish (and not before
      *    now).
       400-PROJECT-CHAIN.
           IF WS-ANCHOR-FOUND
               CONTINUE
           ELSE
               MOVE WS-PLANNED-START-SECS TO WS-ANCHOR-SECS
           END-IF
           IF WS-DEADLINE-SECS < WS-ANCHOR-SECS
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF
           MOVE WS-NOW-DATE TO WS-WORK-YYYYMMDD-N
           COMPUTE WS-NOW-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD-N)
           COMPUTE WS-NOW-SECS =
               WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS
           IF WS-NOW-INTEGER-DATE = WS-CHAIN-INTEGER-DATE
               SET WS-NOW-KNOWN TO TRUE
           ELSE
               IF WS-NOW-INTEGER-DATE = WS-CHAIN-INTEGER-DATE + 1
                   SET WS-NOW-KNOWN TO TRUE
                   ADD 86400 TO WS-NOW-SECS
               END-IF
           END-IF
           MOVE WS-ANCHOR-SECS TO WS-CLOCK-SECS
           MOVE WS-ANCHOR-SECS TO WS-EARLIEST-SECS
           IF WS-NOW-KNOWN
               AND WS-NOW-SECS > WS-EARLIEST-SECS
               MOVE WS-NOW-SECS TO WS-EARLIEST-SECS
           END-IF
           MOVE WS-ANCHOR-SECS TO WS-DEPENDENCY-END-SECS
           PERFORM 410-PROJECT-ONE-STEP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT
           MOVE WS-CLOCK-SECS TO WS-PROJECTED-END-SECS
           IF WS-PROJECTED-END-SECS > WS-DEADLINE-SECS
               SET WS-CHAIN-LATE TO TRUE
               COMPUTE WS-MARGIN-SECS =
                   WS-PROJECTED-END-SECS - WS-DEADLINE-SECS
           ELSE
               COMPUTE WS-MARGIN-SECS =
                   WS-DEADLINE-SECS - WS-PROJECTED-END-SECS
           END-IF
           COMPUTE WS-MARGIN-MINUTES = WS-MARGIN-SECS / 60
           MOVE WS-MARGIN-MINUTES TO WS-MARGIN-EDIT.

       410-PROJECT-ONE-STEP.
           PERFORM 420-ESTIMATE-DURATION
           PERFORM 430-SET-STEP-PLAN
           IF WS-ST-ACTUAL (WS-SUB)
               IF WS-ST-LOG-START (WS-SUB) < WS-ANCHOR-SECS
                   ADD 86400 TO WS-ST-LOG-START (WS-SUB)
               END-IF
               MOVE WS-ST-LOG-START (WS-SUB) TO WS-ST-START (WS-SUB)
               COMPUTE WS-ST-FINISH (WS-SUB) =
                   WS-ST-START (WS-SUB) + WS-ST-LOG-ELAPSED (WS-SUB)
               MOVE WS-ST-LOG-ELAPSED (WS-SUB)
                   TO WS-ST-DUR-SECS (WS-SUB)
               IF WS-ST-FINISH (WS-SUB) > WS-CLOCK-SECS
                   MOVE WS-ST-FINISH (WS-SUB) TO WS-CLOCK-SECS
               END-IF
               MOVE WS-ST-START (WS-SUB)
                   TO WS-ST-EARLY-START (WS-SUB)
               MOVE WS-ST-FINISH (WS-SUB)
                   TO WS-ST-EARLY-FINISH (WS-SUB)
           ELSE
           IF WS-ST-PROJECTED (WS-SUB)
               MOVE WS-CLOCK-SECS TO WS-ST-START (WS-SUB)
               COMPUTE WS-ST-FINISH (WS-SUB) =
                   WS-ST-START (WS-SUB) + WS-ST-DUR-SECS (WS-SUB)
               IF WS-FIRST-PROJECTED
                   AND WS-NOW-KNOWN
                   AND WS-NOW-SECS > WS-ST-FINISH (WS-SUB)
                   MOVE WS-NOW-SECS TO WS-ST-FINISH (WS-SUB)
               END-IF
               MOVE "N" TO WS-FIRST-PROJECTED-SWITCH
               MOVE WS-ST-FINISH (WS-SUB) TO WS-CLOCK-SECS
               MOVE WS-EARLIEST-SECS TO WS-ST-EARLY-START (WS-SUB)
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 3
                   MOVE WS-ST-PRED-SUB (WS-SUB, WS-PRED-SUB)
                       TO WS-PRED-ENTRY
                   IF WS-PRED-ENTRY > 0
                       IF WS-ST-EARLY-FINISH (WS-PRED-ENTRY) >
                           WS-ST-EARLY-START (WS-SUB)
                           MOVE WS-ST-EARLY-FINISH (WS-PRED-ENTRY)
                               TO WS-ST-EARLY-START (WS-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-ST-EARLY-FINISH (WS-SUB) =
                   WS-ST-EARLY-START (WS-SUB) + WS-ST-DUR-SECS (WS-SUB)
           ELSE
               MOVE 0 TO WS-ST-DUR-SECS (WS-SUB)
               MOVE WS-CLOCK-SECS TO WS-ST-START (WS-SUB)
               MOVE WS-CLOCK-SECS TO WS-ST-FINISH (WS-SUB)
           END-IF
           END-IF
           IF WS-ST-RUNS (WS-SUB)
               AND WS-ST-EARLY-FINISH (WS-SUB) > WS-DEPENDENCY-END-SECS
               MOVE WS-ST-EARLY-FINISH (WS-SUB)
                   TO WS-DEPENDENCY-END-SECS
           END-IF.

       420-ESTIMATE-DURATION.
           IF WS-ST-HIST-COUNT (WS-SUB) > 0
               COMPUTE WS-AVERAGE-SECS ROUNDED =
                   WS-ST-HIST-SECS (WS-SUB) / WS-ST-HIST-COUNT (WS-SUB)
               MOVE WS-AVERAGE-SECS TO WS-ST-DUR-SECS (WS-SUB)
               MOVE SPACES TO WS-ST-BASIS (WS-SUB)
               STRING "AVG " WS-ST-HIST-COUNT (WS-SUB) (3:2)
                   " RUNS" DELIMITED BY SIZE
                   INTO WS-ST-BASIS (WS-SUB)
           ELSE
               IF WS-ST-LIMIT-SECS (WS-SUB) > 0
                   MOVE WS-ST-LIMIT-SECS (WS-SUB)
                       TO WS-ST-DUR-SECS (WS-SUB)
                   MOVE "LIMIT" TO WS-ST-BASIS (WS-SUB)
               ELSE
                   MOVE 0 TO WS-ST-DUR-SECS (WS-SUB)
                   MOVE "NO HISTORY" TO WS-ST-BASIS (WS-SUB)
               END-IF
           END-IF.

      *    The same decisions BATCHGATE makes, in the same order: a
      *    step only runs when enabled, due, not held, and every
      *    predecessor completed clean (or is projected to).
       430-SET-STEP-PLAN.
           MOVE "N" TO WS-ST-CLEAN-FLAG (WS-SUB)
           IF WS-ST-LOG-STATUS (WS-SUB) NOT = SPACE
               MOVE "A" TO WS-ST-PLAN (WS-SUB)
               MOVE "ACTUAL" TO WS-ST-BASIS (WS-SUB)
               IF WS-ST-LOG-STATUS (WS-SUB) = "C"
                   MOVE "Y" TO WS-ST-CLEAN-FLAG (WS-SUB)
               END-IF
           ELSE
           IF WS-ST-ENABLED-FLAG (WS-SUB) NOT = "Y"
               MOVE "D" TO WS-ST-PLAN (WS-SUB)
           ELSE
           IF WS-ST-DUE-FLAG (WS-SUB) NOT = "Y"
               MOVE "N" TO WS-ST-PLAN (WS-SUB)
           ELSE
           IF WS-ST-HELD-FLAG (WS-SUB) = "Y"
               MOVE "H" TO WS-ST-PLAN (WS-SUB)
           ELSE
               MOVE "P" TO WS-ST-PLAN (WS-SUB)
               IF WS-ST-PRED-MISSING (WS-SUB) = "Y"
                   MOVE "B" TO WS-ST-PLAN (WS-SUB)
               END-IF
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 3
                   MOVE WS-ST-PRED-SUB (WS-SUB, WS-PRED-SUB)
                       TO WS-PRED-ENTRY
                   IF WS-PRED-ENTRY > 0
                       IF NOT WS-ST-CLEAN (WS-PRED-ENTRY)
                           MOVE "B" TO WS-ST-PLAN (WS-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ST-PROJECTED (WS-SUB)
                   MOVE "Y" TO WS-ST-CLEAN-FLAG (WS-SUB)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Backward pass over the steps still to run: a step must
      *    finish by the latest start of any step depending on it, or
      *    by the dependency-bound end when nothing does.  Zero slack
      *    is the critical path.
       500-FIND-CRITICAL-PATH.
           MOVE SPACES TO PTH-STEPS
           MOVE 1 TO WS-PATH-POINTER
           MOVE 0 TO WS-CRITICAL-COUNT
           PERFORM 510-LATE-TIMES-ONE-STEP
               VARYING WS-SUB FROM WS-STEP-COUNT BY -1
               UNTIL WS-SUB < 1
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT
               IF WS-ST-PROJECTED (WS-SUB)
                   AND WS-ST-SLACK (WS-SUB) = 0
                   ADD 1 TO WS-CRITICAL-COUNT
                   IF WS-CRITICAL-COUNT > 1
                       STRING " > " DELIMITED BY SIZE
                           INTO PTH-STEPS WITH POINTER WS-PATH-POINTER
                   END-IF
                   STRING WS-ST-STEP-NUMBER (WS-SUB) DELIMITED BY SIZE
                       INTO PTH-STEPS WITH POINTER WS-PATH-POINTER
               END-IF
           END-PERFORM
           IF WS-CRITICAL-COUNT = 0
               MOVE "(NO STEPS LEFT TO RUN)" TO PTH-STEPS
           END-IF.

       510-LATE-TIMES-ONE-STEP.
           IF WS-ST-PROJECTED (WS-SUB)
               MOVE WS-DEPENDENCY-END-SECS
                   TO WS-ST-LATE-FINISH (WS-SUB)
               PERFORM VARYING WS-LOOK-SUB FROM WS-SUB BY 1
                   UNTIL WS-LOOK-SUB > WS-STEP-COUNT
                   IF WS-ST-PROJECTED (WS-LOOK-SUB)
                       PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                           UNTIL WS-PRED-SUB > 3
                           IF WS-ST-PRED-SUB (WS-LOOK-SUB, WS-PRED-SUB)
                               = WS-SUB
                               AND WS-ST-LATE-START (WS-LOOK-SUB) <
                                   WS-ST-LATE-FINISH (WS-SUB)
                               MOVE WS-ST-LATE-START (WS-LOOK-SUB)
                                   TO WS-ST-LATE-FINISH (WS-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               COMPUTE WS-ST-LATE-START (WS-SUB) =
                   WS-ST-LATE-FINISH (WS-SUB) - WS-ST-DUR-SECS (WS-SUB)
               COMPUTE WS-ST-SLACK (WS-SUB) =
                   WS-ST-LATE-START (WS-SUB)
                   - WS-ST-EARLY-START (WS-SUB)
           END-IF.

       600-WRITE-REPORT.
           MOVE WS-CHAIN-ID        TO HDG-CHAIN-ID
           MOVE WS-CHAIN-DATE-YYYY TO HDG-DATE-YYYY
           MOVE WS-CHAIN-DATE-MM   TO HDG-DATE-MM
           MOVE WS-CHAIN-DATE-DD   TO HDG-DATE-DD
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ANCHOR-SECS TO WS-FMT-SECS
           PERFORM 900-FORMAT-TIME
           MOVE WS-FMT-TIME TO HDG-START
           MOVE WS-DEADLINE-SECS TO WS-FMT-SECS
           PERFORM 900-FORMAT-TIME
           MOVE WS-FMT-TIME TO HDG-DEADLINE
           MOVE WS-NOW-HH TO WS-FMT-TIME-HH
           MOVE WS-NOW-MM TO WS-FMT-TIME-MM
           MOVE WS-FMT-TIME TO HDG-NOW
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-STEP-COUNT = 0
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 610-WRITE-STEP-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PATH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PROJECTED-END-SECS TO WS-FMT-SECS
           PERFORM 900-FORMAT-TIME
           MOVE WS-FMT-TIME TO END-PROJECTED
           MOVE WS-DEPENDENCY-END-SECS TO WS-FMT-SECS
           PERFORM 900-FORMAT-TIME
           MOVE WS-FMT-TIME TO END-DEPENDENCY
           MOVE WS-END-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HDG-DEADLINE TO VRD-DEADLINE
           MOVE SPACES TO VRD-TEXT
           IF WS-CHAIN-LATE
               STRING "LATE BY " FUNCTION TRIM(WS-MARGIN-EDIT) " MIN"
                   DELIMITED BY SIZE INTO VRD-TEXT
           ELSE
               STRING "ON TIME, " FUNCTION TRIM(WS-MARGIN-EDIT)
                   " MIN TO SPARE"
                   DELIMITED BY SIZE INTO VRD-TEXT
           END-IF
           MOVE WS-VERDICT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       610-WRITE-STEP-LINE.
           MOVE WS-ST-STEP-NUMBER (WS-SUB) TO DTL-STEP-NUMBER
           MOVE WS-ST-PROGRAM-ID (WS-SUB)  TO DTL-PROGRAM-ID
           MOVE WS-ST-BASIS (WS-SUB)       TO DTL-BASIS
           MOVE SPACES TO DTL-SLACK
           MOVE SPACES TO DTL-CRITICAL
           IF WS-ST-ACTUAL (WS-SUB)
               IF WS-ST-LOG-STATUS (WS-SUB) = "C"
                   MOVE "DONE" TO DTL-STATUS
               ELSE
               IF WS-ST-LOG-STATUS (WS-SUB) = "F"
                   MOVE "FAILED" TO DTL-STATUS
               ELSE
               IF WS-ST-LOG-STATUS (WS-SUB) = "H"
                   MOVE "HELD" TO DTL-STATUS
               ELSE
                   MOVE "INPUT TIMEOUT" TO DTL-STATUS
               END-IF
               END-IF
               END-IF
           ELSE
           IF WS-ST-PROJECTED (WS-SUB)
               MOVE "PROJECTED" TO DTL-STATUS
               MOVE WS-ST-SLACK (WS-SUB) TO WS-FMT-SECS
               COMPUTE WS-SLACK-EDIT = WS-FMT-SECS / 60
               MOVE WS-SLACK-EDIT TO DTL-SLACK
               IF WS-ST-SLACK (WS-SUB) = 0
                   MOVE "CRIT" TO DTL-CRITICAL
               END-IF
           ELSE
               MOVE SPACES TO DTL-BASIS
               IF WS-ST-PLAN (WS-SUB) = "D"
                   MOVE "DISABLED" TO DTL-STATUS
               ELSE
               IF WS-ST-PLAN (WS-SUB) = "N"
                   MOVE "NOT DUE" TO DTL-STATUS
               ELSE
               IF WS-ST-PLAN (WS-SUB) = "H"
                   MOVE "OPERATOR HOLD" TO DTL-STATUS
               ELSE
                   MOVE "WILL BE HELD" TO DTL-STATUS
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           COMPUTE DTL-MINUTES ROUNDED =
               WS-ST-DUR-SECS (WS-SUB) / 60
           MOVE WS-ST-START (WS-SUB) TO WS-FMT-SECS
           PERFORM 900-FORMAT-TIME
           MOVE WS-FMT-TIME TO DTL-START
           MOVE WS-ST-FINISH (WS-SUB) TO WS-FMT-SECS
           PERFORM 900-FORMAT-TIME
           MOVE WS-FMT-TIME TO DTL-FINISH
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Seconds from the chain date's midnight to a wall-clock
      *    HH:MM; past the next midnight the clock simply wraps.
       900-FORMAT-TIME.
           DIVIDE WS-FMT-SECS BY 86400 GIVING WS-FMT-REMAINDER
               REMAINDER WS-FMT-DAY-SECS
           DIVIDE WS-FMT-DAY-SECS BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REMAINDER
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MM
           MOVE WS-FMT-HH TO WS-FMT-TIME-HH
           MOVE WS-FMT-MM TO WS-FMT-TIME-MM.
