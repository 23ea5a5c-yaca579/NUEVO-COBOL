      *                        SLARPT.TXT - one line per completed
      *                        step with start, completion, elapsed
      *                        time and limit, flagging every step
      *                        that ran past its limit.  A step that
      *                        was retried shows one line per attempt
      *                        - each failed attempt marked RETRIED -
      *                        and its final line says which attempt
      *                        it completed (or failed) on.  Run as
      *                        a chain step it reports the chain's
      *                        business date from BATCHGATE's run
      *                        context (WRUNCTX); run on its own the
      *                        business date defaults to today; set
      *                        SLARPT_DATE=YYYYMMDD for a chain that
      *                        finished after midnight.  Ends with
      *                        RC 4 when any step overran so the
      *                        overrun is visible to the scheduler;
      *                        ends with GOBACK so it can run as a
      *                        late step of the chain itself.
      *                        Limits come from the schedule version
      *                        in force on the business date.
      *                        Run as a chain step, each overrun of a
      *                        step of the calling chain also raises a
      *                        warning alert in ENVALERT.DAT (source
      *                        SLARPT) for ALERTDSP to dispatch - the
      *                        other chains' overruns are reported but
      *                        left to their own chain's run, so each
      *                        overrun is alerted once, not once per
      *                        chain carrying SLARPT; a run on its own
      *                        (all chains) is a report
      *                        only, so rerunning it for an old date
      *                        does not raise the same alerts again -
      *                        set SLARPT_ALERTS=Y to raise them from a
      *                        standalone run, or N to suppress them
      *                        in the chain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "SLARPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ENVALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       01  JOB-SCHEDULE-RECORD             PIC X(189).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD                 PIC X(53).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD               PIC X(139).

       WORKING-STORAGE SECTION.
       COPY "WJOBSCHD.cpy".
       COPY "WSTEPLOG.cpy".
       01  WS-REPORT-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-SCHEDULE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-SCHEDULE-EOF             VALUE "Y".
       01  WS-IN-FORCE-SWITCH              PIC X(01)   VALUE "Y".
           88  WS-VERSION-IN-FORCE         VALUE "Y".
       01  WS-STEP-LOG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-STEP-LOG-EOF             VALUE "Y".
       01  WS-REPORT-DATE-OVERRIDE         PIC X(08)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMMDD         PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE SPACES.
       01  WS-CHAIN-STEP-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RUN-AS-CHAIN-STEP        VALUE "Y".
       01  WS-LIMIT-COUNT                  PIC 9(04)   VALUE 0.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY              OCCURS 500 TIMES.
               10  WS-LE-CHAIN-ID          PIC X(08).
               10  WS-LE-STEP-NUMBER       PIC 9(04).
               10  WS-LE-PROGRAM-ID        PIC X(08).
               10  WS-LE-MAX-MINUTES       PIC 9(04).
       01  WS-STEPS-REPORTED               PIC 9(04)   VALUE 0.
       01  WS-STEPS-OVERRUN                PIC 9(04)   VALUE 0.
       01  WS-DISPLAY-RC                   PIC 9(04)   VALUE 0.
       COPY "WALERT.cpy".
       01  WS-ALERT-STATUS                 PIC X(02)   VALUE SPACES.
       01  WS-ALERTS-OPTION                PIC X(01)   VALUE SPACES.
       01  WS-RAISE-ALERTS-SWITCH          PIC X(01)   VALUE "N".
           88  WS-RAISE-ALERTS             VALUE "Y".
      *    The calling chain when run as a chain step - only its own
      *    steps' overruns are alerted; spaces (all chains) otherwise.
       01  WS-ALERT-CHAIN-ID               PIC X(08)   VALUE SPACES.
       01  WS-ALERTS-RAISED                PIC 9(04)   VALUE 0.
       01  WS-ALERT-STAMP.
           05  WS-ALERT-STAMP-DATE         PIC X(08)   VALUE SPACES.
           05  WS-ALERT-STAMP-TIME         PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
           05  FILLER                      PIC X(01)   VALUE "-".
           05  HDG-DATE-DD                 PIC X(02)   VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(09)   VALUE "CHAIN".
           05  FILLER                      PIC X(05)   VALUE "STEP ".
           05  FILLER                      PIC X(09)
               VALUE "PROGRAM  ".
               VALUE "START    COMPLETE ".
           05  FILLER                      PIC X(18)
               VALUE "  ELAPSED    LIMIT".
           05  FILLER                      PIC X(13)
               VALUE "   STATUS".
           05  FILLER                      PIC X(07)
               VALUE "ATTEMPT".
       01  WS-DETAIL-LINE.
           05  DTL-CHAIN-ID                PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-STEP-NUMBER             PIC 9(04)   VALUE 0.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  DTL-LIMIT-TEXT              PIC X(04)   VALUE " MIN".
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  DTL-STATUS                  PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-ATTEMPT-NOTE            PIC X(30)   VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                      PIC X(42)  VALUE
               "    (NO COMPLETED STEPS FOR THE DATE)".
               VALUE "   OVERRUNS ".
           05  FTR-OVERRUNS                PIC ZZZ9.

       LINKAGE SECTION.
       COPY "WRUNCTX.cpy".

       PROCEDURE DIVISION USING CHAIN-RUN-CONTEXT.
       MAINLINE.
           DISPLAY 'SLARPT Start - Nightly Step SLA Overrun Report'
           PERFORM 100-SET-REPORT-DATE
           PERFORM 300-REPORT-STEP-LOG
           DISPLAY 'SLARPT ' WS-STEPS-REPORTED ' step(s) reported, '
               WS-STEPS-OVERRUN ' overrun(s)'
           IF WS-ALERTS-RAISED > 0
               DISPLAY 'SLARPT ' WS-ALERTS-RAISED ' overrun alert(s) '
                   'raised'
           END-IF
           IF WS-STEPS-OVERRUN > 0
               AND 4 > RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Called by BATCHGATE the run-context block is present and
      *    its business date wins; run on its own there is no block
      *    (the address is NULL) and SLARPT_DATE or today applies.
       100-SET-REPORT-DATE.
           IF ADDRESS OF CHAIN-RUN-CONTEXT NOT = NULL
               IF CTX-CONTEXT-VALID
                   MOVE "Y" TO WS-CHAIN-STEP-SWITCH
               END-IF
           END-IF
           IF WS-RUN-AS-CHAIN-STEP
               MOVE CTX-BUSINESS-DATE TO WS-REPORT-DATE
               DISPLAY 'SLARPT Chain step - business date '
                   CTX-BUSINESS-DATE ' from the ' CTX-CHAIN-ID
                   ' run context'
           ELSE
               ACCEPT WS-REPORT-DATE-OVERRIDE
                   FROM ENVIRONMENT "SLARPT_DATE"
               IF WS-REPORT-DATE-OVERRIDE NOT = SPACES
                   AND WS-REPORT-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-REPORT-DATE-OVERRIDE TO WS-REPORT-DATE
               ELSE
                   IF WS-REPORT-DATE-OVERRIDE NOT = SPACES
                       DISPLAY 'SLARPT WARNING - SLARPT_DATE not '
                           'YYYYMMDD, using current date'
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-YYYYMMDD TO WS-REPORT-DATE
               END-IF
           END-IF
           IF WS-RUN-AS-CHAIN-STEP
               MOVE "Y" TO WS-RAISE-ALERTS-SWITCH
               MOVE CTX-CHAIN-ID TO WS-ALERT-CHAIN-ID
               IF WS-ALERT-CHAIN-ID = SPACES
                   MOVE "NIGHTLY" TO WS-ALERT-CHAIN-ID
               END-IF
           END-IF
           ACCEPT WS-ALERTS-OPTION FROM ENVIRONMENT "SLARPT_ALERTS"
           MOVE FUNCTION UPPER-CASE(WS-ALERTS-OPTION)
               TO WS-ALERTS-OPTION
           IF WS-ALERTS-OPTION = "Y"
               OR WS-ALERTS-OPTION = "N"
               MOVE WS-ALERTS-OPTION TO WS-RAISE-ALERTS-SWITCH
           END-IF.

      *    A schedule with no duration limits (or no schedule at all)
                       AT END
                           SET WS-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           PERFORM 205-CHECK-VERSION-IN-FORCE
                           IF WS-LIMIT-COUNT < 500
                               AND WS-VERSION-IN-FORCE
                               IF JS-CHAIN-ID = SPACES
                                   MOVE "NIGHTLY" TO JS-CHAIN-ID
                               END-IF
                               ADD 1 TO WS-LIMIT-COUNT
                               MOVE JS-CHAIN-ID TO
                                   WS-LE-CHAIN-ID (WS-LIMIT-COUNT)
                               MOVE JS-STEP-NUMBER TO
                                   WS-LE-STEP-NUMBER (WS-LIMIT-COUNT)
                               MOVE JS-PROGRAM-ID TO
               CLOSE JOB-SCHEDULE-FILE
           END-IF.

      *    Whether this version of the step is the one in force for
      *    the report date.  Blank effective dates are open-ended, as
      *    on every record loaded before schedule versions existed.
       205-CHECK-VERSION-IN-FORCE.
           MOVE "Y" TO WS-IN-FORCE-SWITCH
           IF JS-EFFECTIVE-FROM NOT = SPACES
               AND JS-EFFECTIVE-FROM > WS-REPORT-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF
           IF JS-EFFECTIVE-THRU NOT = SPACES
               AND JS-EFFECTIVE-THRU < WS-REPORT-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF.

       300-REPORT-STEP-LOG.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
                       AT END
                           SET WS-STEP-LOG-EOF TO TRUE
                       NOT AT END
      *    Operator-held steps and steps that timed out waiting on
      *    their input file never ran, so they carry no duration to
      *    measure - they stay off this report (SHIFTRPT shows
      *    them).  Failed steps ran and consumed real time, so they
      *    are reported like completions.
                           IF SL-RUN-DATE-YYYY = WS-REPORT-DATE-YYYY
                               AND SL-RUN-DATE-MM = WS-REPORT-DATE-MM
                               AND SL-RUN-DATE-DD = WS-REPORT-DATE-DD
                               AND NOT SL-STEP-HELD
                               AND NOT SL-STEP-INPUT-TIMEOUT
                               PERFORM 400-WRITE-STEP-LINE
                           END-IF
                   END-READ
      *    blank elapsed time and never flagged.
       400-WRITE-STEP-LINE.
           ADD 1 TO WS-STEPS-REPORTED
           IF SL-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO SL-CHAIN-ID
           END-IF
           MOVE SL-CHAIN-ID    TO DTL-CHAIN-ID
           MOVE SL-STEP-NUMBER TO DTL-STEP-NUMBER
           MOVE SL-PROGRAM-ID  TO DTL-PROGRAM-ID
           MOVE SPACES TO DTL-START-TIME
                   IF WS-ELAPSED-SECS-N > WS-LIMIT-SECONDS
                       MOVE "OVERRUN" TO DTL-STATUS
                       ADD 1 TO WS-STEPS-OVERRUN
                       IF WS-RAISE-ALERTS
                           AND (WS-ALERT-CHAIN-ID = SPACES
                               OR SL-CHAIN-ID = WS-ALERT-CHAIN-ID)
                           PERFORM 600-ALERT-STEP-OVERRUN
                       END-IF
                   ELSE
                       IF SL-STEP-FAILED
                           MOVE "FAILED" TO DTL-STATUS
                       ELSE
                       IF SL-STEP-RETRIED
                           MOVE "RETRIED" TO DTL-STATUS
                       ELSE
                           MOVE "OK" TO DTL-STATUS
                       END-IF
                       END-IF
                   END-IF
               ELSE
                   IF SL-STEP-FAILED
                       MOVE "FAILED" TO DTL-STATUS
                   ELSE
                   IF SL-STEP-RETRIED
                       MOVE "RETRIED" TO DTL-STATUS
                   ELSE
                       MOVE "NO LIMIT" TO DTL-STATUS
                   END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO DTL-ELAPSED-MIN
               MOVE 0 TO DTL-LIMIT-MIN
               MOVE SPACES TO DTL-LIMIT-TEXT
           END-IF
           PERFORM 410-SET-ATTEMPT-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    First-attempt outcomes need no note; a retried attempt and
      *    the outcome of a later attempt say which attempt they were.
      *    Records from before retries existed carry no attempt.
       410-SET-ATTEMPT-NOTE.
           MOVE SPACES TO DTL-ATTEMPT-NOTE
           IF SL-ATTEMPT IS NUMERIC
               IF SL-STEP-RETRIED
                   STRING "ATTEMPT " SL-ATTEMPT " FAILED, RETRIED"
                       DELIMITED BY SIZE INTO DTL-ATTEMPT-NOTE
               ELSE
               IF SL-ATTEMPT > 1
                   IF SL-STEP-FAILED
                       STRING "FAILED ON ATTEMPT " SL-ATTEMPT
                           DELIMITED BY SIZE INTO DTL-ATTEMPT-NOTE
                   ELSE
                       STRING "COMPLETED ON ATTEMPT " SL-ATTEMPT
                           DELIMITED BY SIZE INTO DTL-ATTEMPT-NOTE
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    Matching on chain, step number AND program name, the same
      *    way the BATCHGATE restart lookup does, so a renumbered
      *    schedule never borrows another step's limit.
       500-LOOK-UP-STEP-LIMIT.
           MOVE 0 TO WS-LIMIT-MINUTES
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LIMIT-COUNT
               IF WS-LE-STEP-NUMBER (WS-SUB) = SL-STEP-NUMBER
                   AND WS-LE-PROGRAM-ID (WS-SUB) = SL-PROGRAM-ID
                   AND WS-LE-CHAIN-ID (WS-SUB) = SL-CHAIN-ID
                   MOVE WS-LE-MAX-MINUTES (WS-SUB)
                       TO WS-LIMIT-MINUTES
               END-IF
           END-PERFORM.

      *    The condition carries the limit but not the elapsed time,
      *    so a step overrunning night after night rolls up as one
      *    chronic condition on the ALERTDSP action report.
       600-ALERT-STEP-OVERRUN.
           MOVE SPACES TO ALERT-RECORD
           MOVE "W"                     TO ALR-SEVERITY
           MOVE SL-PROGRAM-ID           TO ALR-PROGRAM-ID
           MOVE "SLAO"                  TO ALR-ALERT-TYPE
           STRING SL-CHAIN-ID DELIMITED BY SPACE
               " STEP " SL-STEP-NUMBER " OVERRAN LIMIT "
               WS-LIMIT-MINUTES " MIN" DELIMITED BY SIZE
               INTO ALR-CONDITION
           PERFORM 610-WRITE-ALERT-RECORD.

      *    Same record, same append as ENVCHK00's gate-failure alert,
      *    so ALERTDSP dispatches and escalates it the same way.
       610-WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO WS-ALERT-STAMP
           MOVE WS-ALERT-STAMP-DATE (1:4) TO ALR-DATE-YYYY
           MOVE WS-ALERT-STAMP-DATE (5:2) TO ALR-DATE-MM
           MOVE WS-ALERT-STAMP-DATE (7:2) TO ALR-DATE-DD
           MOVE WS-ALERT-STAMP-TIME (1:2) TO ALR-TIME-HH
           MOVE WS-ALERT-STAMP-TIME (3:2) TO ALR-TIME-MM
           MOVE WS-ALERT-STAMP-TIME (5:2) TO ALR-TIME-SS
           MOVE "N"                     TO ALR-ACK-FLAG
           MOVE "N"                     TO ALR-DISPATCH-FLAG
           MOVE "SLARPT"                TO ALR-SOURCE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY 'SLARPT WARNING - unable to open operator '
                   'alert file, FILE STATUS = ' WS-ALERT-STATUS
           ELSE
               MOVE ALERT-RECORD TO ALERT-FILE-RECORD
               WRITE ALERT-FILE-RECORD
               IF WS-ALERT-STATUS NOT = "00"
                   DISPLAY 'SLARPT WARNING - operator alert write '
                       'failed, FILE STATUS = ' WS-ALERT-STATUS
               ELSE
                   ADD 1 TO WS-ALERTS-RAISED
               END-IF
               CLOSE ALERT-FILE
           END-IF.
