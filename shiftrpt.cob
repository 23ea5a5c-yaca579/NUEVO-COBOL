      *                        per-step story from the schedule
      *                        (JOBSCHED.DAT) and the step log
      *                        (BATCHSTP.DAT) - completed with time
      *                        and RC, failed with its real RC, each
      *                        naming the attempt it ended on when
      *                        the step had to be retried,
      *                        held, timed out waiting on its input
      *                        file, skipped and why (disabled, or
      *                        not due by its frequency as FREQCHK
      *                        judges it), or never reached, with the
      *                        input file any step is gated on - and
      *                        every alert
      *                        raised on the date from ENVALERT.DAT,
      *                        into SHIFTRPT.TXT.  Run as a chain
      *                        step it hands off the chain's business
      *                        date from BATCHGATE's run context
      *                        (WRUNCTX); run on its own the business
      *                        date defaults to today; set
      *                        SHIFTRPT_DATE=YYYYMMDD to hand off a
      *                        different date.  Steps of every named
      *                        chain (NIGHTLY, INTRADAY, WEEKEND) are
      *                        listed with their chain; set
      *                        SHIFTRPT_CHAIN to hand off just one.
      *                        ENVMSUM answers the monthly question
      *                        and ENVRPT dumps raw history; this
      *                        answers "what happened last night" at
      *                        a glance.  Ends with GOBACK so it can
      *                        run as a late step of the chain.
      *                        Steps are listed as the schedule
      *                        version in force on the business date
      *                        defined them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       01  JOB-SCHEDULE-RECORD             PIC X(189).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD                 PIC X(53).

       FD  MONITOR-FILE.
       01  MONITOR-RECORD                  PIC X(160).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD               PIC X(139).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).
       COPY "WMONREC.cpy".
       COPY "WALERT.cpy".
       COPY "WBUSDATE.cpy".
       COPY "WFREQCHK.cpy".
       01  WS-SCHEDULE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-STEP-LOG-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-MONITOR-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-SCHEDULE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-SCHEDULE-EOF             VALUE "Y".
       01  WS-IN-FORCE-SWITCH              PIC X(01)   VALUE "Y".
           88  WS-VERSION-IN-FORCE         VALUE "Y".
       01  WS-STEP-LOG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-STEP-LOG-EOF             VALUE "Y".
       01  WS-MONITOR-EOF-SWITCH           PIC X(01)   VALUE "N".
       01  WS-ALERT-EOF-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ALERT-EOF                VALUE "Y".
       01  WS-REPORT-DATE-OVERRIDE         PIC X(08)   VALUE SPACES.
      *    One named chain to hand off (SHIFTRPT_CHAIN); spaces = all.
       01  WS-CHAIN-FILTER                 PIC X(08)   VALUE SPACES.
       01  WS-REPORT-DATE.
           05  WS-REPORT-DATE-YYYY         PIC X(04)   VALUE SPACES.
           05  WS-REPORT-DATE-MM           PIC X(02)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMMDD         PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE SPACES.
       01  WS-CHAIN-STEP-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RUN-AS-CHAIN-STEP        VALUE "Y".
       01  WS-GATE-FOUND-SWITCH            PIC X(01)   VALUE "N".
           88  WS-GATE-FOUND               VALUE "Y".
       01  WS-GATE-TIME                    PIC X(08)   VALUE SPACES.
               10  WS-LG-TIME              PIC X(06).
               10  WS-LG-RC                PIC 9(04).
               10  WS-LG-STATUS            PIC X(01).
               10  WS-LG-CHAIN-ID          PIC X(08).
               10  WS-LG-ATTEMPT           PIC 9(02).
       01  WS-SUB                          PIC 9(04)   VALUE 0.
       01  WS-MATCH-SUB                    PIC 9(04)   VALUE 0.
      *    " ON ATTEMPT nn" for a step that needed retries, else
      *    spaces - strung into the step status up to its first
      *    double space.
       01  WS-ATTEMPT-TEXT                 PIC X(16)   VALUE SPACES.
       01  WS-BUSDATE-OK-SWITCH            PIC X(01)   VALUE "Y".
           88  WS-BUSDATE-OK               VALUE "Y".
       01  WS-ALERT-LINE-COUNT             PIC 9(04)   VALUE 0.
           05  HDG-DATE-MM                 PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE "-".
           05  HDG-DATE-DD                 PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE " - ".
           05  HDG-CHAIN-TEXT              PIC X(20)   VALUE SPACES.
       01  WS-GATE-LINE.
           05  FILLER                      PIC X(05)
               VALUE "GATE ".
           05  FILLER                      PIC X(22)  VALUE
               "SCHEDULED CHAIN STEPS:".
       01  WS-STEP-HEADING.
           05  FILLER                      PIC X(09)   VALUE "CHAIN".
           05  FILLER                      PIC X(05)   VALUE "STEP ".
           05  FILLER                      PIC X(09)
               VALUE "PROGRAM  ".
           05  FILLER                      PIC X(49)
               VALUE "STATUS".
           05  FILLER                      PIC X(20)
               VALUE "GATED ON INPUT FILE".
       01  WS-STEP-DETAIL.
           05  DTL-CHAIN-ID                PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-STEP-NUMBER             PIC 9(04)   VALUE 0.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-STATUS                  PIC X(48)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-INPUT-FILE              PIC X(40)   VALUE SPACES.
       01  WS-SECTION-ALERTS.
           05  FILLER                      PIC X(17)  VALUE
               "OVERNIGHT ALERTS:".
       01  WS-ALERT-DETAIL.
           05  ADT-SEVERITY                PIC X(01)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ADT-ALERT-TYPE              PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ADT-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ADT-TIME                    PIC X(08)   VALUE SPACES.
               "    (NO SCHEDULE STEPS FOUND)".
       01  WS-BLANK-LINE                   PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.
       COPY "WRUNCTX.cpy".

       PROCEDURE DIVISION USING CHAIN-RUN-CONTEXT.
       MAINLINE.
           DISPLAY 'SHIFTRPT Start - Morning Handoff Report'
           PERFORM 100-SET-REPORT-DATE
           MOVE WS-REPORT-DATE-YYYY TO HDG-DATE-YYYY
           MOVE WS-REPORT-DATE-MM   TO HDG-DATE-MM
           MOVE WS-REPORT-DATE-DD   TO HDG-DATE-DD
           IF WS-CHAIN-FILTER = SPACES
               MOVE "ALL CHAINS" TO HDG-CHAIN-TEXT
           ELSE
               MOVE SPACES TO HDG-CHAIN-TEXT
               STRING "CHAIN " WS-CHAIN-FILTER
                   DELIMITED BY SIZE INTO HDG-CHAIN-TEXT
           END-IF
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 400-WRITE-GATE-SECTION
           END-IF
           GOBACK.

      *    Called by BATCHGATE the run-context block is present and
      *    its business date wins; run on its own there is no block
      *    (the address is NULL) and SHIFTRPT_DATE or today applies.
       100-SET-REPORT-DATE.
           IF ADDRESS OF CHAIN-RUN-CONTEXT NOT = NULL
               IF CTX-CONTEXT-VALID
                   MOVE "Y" TO WS-CHAIN-STEP-SWITCH
               END-IF
           END-IF
           IF WS-RUN-AS-CHAIN-STEP
               MOVE CTX-BUSINESS-DATE TO WS-REPORT-DATE
               DISPLAY 'SHIFTRPT Chain step - business date '
                   CTX-BUSINESS-DATE ' from the ' CTX-CHAIN-ID
                   ' run context'
           ELSE
               ACCEPT WS-REPORT-DATE-OVERRIDE
                   FROM ENVIRONMENT "SHIFTRPT_DATE"
               IF WS-REPORT-DATE-OVERRIDE NOT = SPACES
                   AND WS-REPORT-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-REPORT-DATE-OVERRIDE TO WS-REPORT-DATE
               ELSE
                   IF WS-REPORT-DATE-OVERRIDE NOT = SPACES
                       DISPLAY 'SHIFTRPT WARNING - SHIFTRPT_DATE not '
                           'YYYYMMDD, using current date'
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-YYYYMMDD TO WS-REPORT-DATE
               END-IF
           END-IF
           ACCEPT WS-CHAIN-FILTER FROM ENVIRONMENT "SHIFTRPT_CHAIN"
           MOVE FUNCTION UPPER-CASE(WS-CHAIN-FILTER) TO WS-CHAIN-FILTER
           IF WS-CHAIN-FILTER NOT = SPACES
               MOVE WS-CHAIN-FILTER TO JS-CHAIN-ID
               IF NOT JS-VALID-CHAIN
                   DISPLAY 'SHIFTRPT WARNING - SHIFTRPT_CHAIN '
                       WS-CHAIN-FILTER ' is not a known chain, '
                       'reporting all chains'
                   MOVE SPACES TO WS-CHAIN-FILTER
               END-IF
           END-IF.

      *    Month-end steps show as skipped-for-cause only when the
                               AND SL-RUN-DATE-DD =
                                   WS-REPORT-DATE-DD
                               AND WS-LOG-COUNT < 500
                               IF SL-CHAIN-ID = SPACES
                                   MOVE "NIGHTLY" TO SL-CHAIN-ID
                               END-IF
                               ADD 1 TO WS-LOG-COUNT
                               MOVE SL-CHAIN-ID TO
                                   WS-LG-CHAIN-ID (WS-LOG-COUNT)
                               MOVE SL-STEP-NUMBER TO
                                   WS-LG-STEP-NUMBER (WS-LOG-COUNT)
                               MOVE SL-PROGRAM-ID TO
                                   WS-LG-TIME (WS-LOG-COUNT) (5:2)
                               MOVE SL-STEP-RC TO
                                   WS-LG-RC (WS-LOG-COUNT)
                               IF SL-ATTEMPT IS NUMERIC
                                   MOVE SL-ATTEMPT TO
                                       WS-LG-ATTEMPT (WS-LOG-COUNT)
                               ELSE
                                   MOVE 1 TO
                                       WS-LG-ATTEMPT (WS-LOG-COUNT)
                               END-IF
                               IF SL-STEP-HELD
                                   MOVE "H" TO
                                       WS-LG-STATUS (WS-LOG-COUNT)
                               IF SL-STEP-FAILED
                                   MOVE "F" TO
                                       WS-LG-STATUS (WS-LOG-COUNT)
                               ELSE
                               IF SL-STEP-INPUT-TIMEOUT
                                   MOVE "W" TO
                                       WS-LG-STATUS (WS-LOG-COUNT)
                               ELSE
                               IF SL-STEP-RETRIED
                                   MOVE "R" TO
                                       WS-LG-STATUS (WS-LOG-COUNT)
                               ELSE
                                   MOVE "C" TO
                                       WS-LG-STATUS (WS-LOG-COUNT)
                               END-IF
                               END-IF
                               END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           SET WS-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF JS-CHAIN-ID = SPACES
                               MOVE "NIGHTLY" TO JS-CHAIN-ID
                           END-IF
                           PERFORM 505-CHECK-VERSION-IN-FORCE
                           IF (WS-CHAIN-FILTER = SPACES
                               OR JS-CHAIN-ID = WS-CHAIN-FILTER)
                               AND WS-VERSION-IN-FORCE
                               PERFORM 510-WRITE-ONE-STEP-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-SCHEDULE-FILE
               END-IF
           END-IF.

      *    Whether this version of the step is the one in force for
      *    the report date.  Blank effective dates are open-ended, as
      *    on every record loaded before schedule versions existed.
       505-CHECK-VERSION-IN-FORCE.
           MOVE "Y" TO WS-IN-FORCE-SWITCH
           IF JS-EFFECTIVE-FROM NOT = SPACES
               AND JS-EFFECTIVE-FROM > WS-REPORT-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF
           IF JS-EFFECTIVE-THRU NOT = SPACES
               AND JS-EFFECTIVE-THRU < WS-REPORT-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF.

       510-WRITE-ONE-STEP-LINE.
           ADD 1 TO WS-STEPS-LISTED
           MOVE JS-CHAIN-ID    TO DTL-CHAIN-ID
           MOVE JS-STEP-NUMBER TO DTL-STEP-NUMBER
           MOVE JS-PROGRAM-ID  TO DTL-PROGRAM-ID
           MOVE JS-INPUT-FILE  TO DTL-INPUT-FILE
           PERFORM 520-FIND-LOG-ENTRY
           MOVE SPACES TO DTL-STATUS
           MOVE SPACES TO WS-ATTEMPT-TEXT
           IF WS-MATCH-SUB > 0
               IF WS-LG-ATTEMPT (WS-MATCH-SUB) > 1
                   STRING " ON ATTEMPT " WS-LG-ATTEMPT (WS-MATCH-SUB)
                       DELIMITED BY SIZE INTO WS-ATTEMPT-TEXT
               END-IF
           END-IF
           IF WS-MATCH-SUB > 0
               IF WS-LG-STATUS (WS-MATCH-SUB) = "H"
                   STRING "HELD BY OPERATOR AT "
                       DELIMITED BY SIZE INTO DTL-STATUS
               ELSE
               IF WS-LG-STATUS (WS-MATCH-SUB) = "F"
                   STRING "FAILED" DELIMITED BY SIZE
                       WS-ATTEMPT-TEXT DELIMITED BY "  "
                       " AT "
                       WS-LG-TIME (WS-MATCH-SUB) (1:2) ":"
                       WS-LG-TIME (WS-MATCH-SUB) (3:2) ":"
                       WS-LG-TIME (WS-MATCH-SUB) (5:2)
                       ", RC " WS-LG-RC (WS-MATCH-SUB)
                       DELIMITED BY SIZE INTO DTL-STATUS
               ELSE
               IF WS-LG-STATUS (WS-MATCH-SUB) = "W"
                   STRING "WAITING ON INPUT - TIMED OUT AT "
                       WS-LG-TIME (WS-MATCH-SUB) (1:2) ":"
                       WS-LG-TIME (WS-MATCH-SUB) (3:2) ":"
                       WS-LG-TIME (WS-MATCH-SUB) (5:2)
                       DELIMITED BY SIZE INTO DTL-STATUS
               ELSE
      *            The chain stopped between a failed attempt and its
      *            retry - say so rather than call the step completed.
               IF WS-LG-STATUS (WS-MATCH-SUB) = "R"
                   STRING "ATTEMPT " WS-LG-ATTEMPT (WS-MATCH-SUB)
                       " FAILED AT "
                       WS-LG-TIME (WS-MATCH-SUB) (1:2) ":"
                       WS-LG-TIME (WS-MATCH-SUB) (3:2) ":"
                       WS-LG-TIME (WS-MATCH-SUB) (5:2)
                       ", RC " WS-LG-RC (WS-MATCH-SUB)
                       " - RETRY"
                       DELIMITED BY SIZE INTO DTL-STATUS
               ELSE
                   STRING "COMPLETED" DELIMITED BY SIZE
                       WS-ATTEMPT-TEXT DELIMITED BY "  "
                       " AT "
                       WS-LG-TIME (WS-MATCH-SUB) (1:2) ":"
                       WS-LG-TIME (WS-MATCH-SUB) (3:2) ":"
                       WS-LG-TIME (WS-MATCH-SUB) (5:2)
                       ", RC " WS-LG-RC (WS-MATCH-SUB)
                       DELIMITED BY SIZE INTO DTL-STATUS
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
                   MOVE "SKIPPED - DISABLED IN SCHEDULE"
                       TO DTL-STATUS
               ELSE
                   PERFORM 515-CHECK-STEP-FREQUENCY
                   IF WS-BUSDATE-OK
                       AND FC-RETURN-CODE = 0
                       AND NOT FC-STEP-DUE
                       STRING "SKIPPED - NOT DUE, "
                           FUNCTION TRIM(FC-FREQ-TEXT)
                           DELIMITED BY SIZE INTO DTL-STATUS
                   ELSE
                       MOVE "NEVER REACHED" TO DTL-STATUS
                   END-IF
           MOVE WS-STEP-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       515-CHECK-STEP-FREQUENCY.
           MOVE JS-FREQUENCY TO FC-FREQUENCY
           MOVE JS-FREQ-PARM TO FC-FREQ-PARM
           CALL "FREQCHK" USING BUSDATE-PARMS FREQCHK-PARMS
               ON EXCEPTION
                   MOVE 8 TO FC-RETURN-CODE
                   MOVE "N" TO FC-DUE-FLAG
           END-CALL.

       520-FIND-LOG-ENTRY.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LOG-COUNT
               IF WS-LG-STEP-NUMBER (WS-SUB) = JS-STEP-NUMBER
                   AND WS-LG-PROGRAM-ID (WS-SUB) = JS-PROGRAM-ID
                   AND WS-LG-CHAIN-ID (WS-SUB) = JS-CHAIN-ID
                   MOVE WS-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       610-WRITE-ALERT-LINE.
           MOVE ALR-SEVERITY   TO ADT-SEVERITY
      *    Alerts from before types were recorded are gate failures.
           IF ALR-ALERT-TYPE = SPACES
               MOVE "GATE" TO ADT-ALERT-TYPE
           ELSE
               MOVE ALR-ALERT-TYPE TO ADT-ALERT-TYPE
           END-IF
           MOVE ALR-PROGRAM-ID TO ADT-PROGRAM-ID
           MOVE SPACES TO ADT-TIME
           STRING ALR-TIME-HH ":" ALR-TIME-MM ":" ALR-TIME-SS
