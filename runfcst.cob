      *                        together the pieces that already
      *                        predict tomorrow night - the job
      *                        schedule (JOBSCHED.DAT: enabled flags
      *                        and run frequencies), the business-date
      *                        and step-frequency services (BUSDATE,
      *                        which honors HOLIDAY.DAT, and FREQCHK,
      *                        the same answer BATCHGATE gets for
      *                        month-end, first business day,
      *                        business day N, weekday, quarter-end
      *                        and year-end steps), the operator hold
      *                        file (STEPHOLD.DAT) and the allowed
      *                        run windows (RUNWIN.DAT) - and prints
      *                        the expected chain for a date to
      *                        RUNFCST.TXT: which steps will fire,
      *                        which will be skipped or held and why,
      *                        each step's run window and the input
      *                        file any step is gated on.  Set
      *                        RUNFCST_DATE=YYYYMMDD for the date to
      *                        forecast (default tomorrow) and
      *                        optionally RUNFCST_END_DATE for a
      *                        range of up to 31 days.  Every named
      *                        chain (NIGHTLY, INTRADAY, WEEKEND) is
      *                        forecast, each step tagged with its
      *                        chain; set RUNFCST_CHAIN to forecast
      *                        just one.  Run by the evening shift so
      *                        nobody has to guess whether tonight is
      *                        a month-end night from a wall
      *                        calendar.
      *                        Each date is forecast from the
      *                        schedule versions in force on it, so a
      *                        change loaded ahead of time shows from
      *                        the night it takes effect.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       01  JOB-SCHEDULE-RECORD             PIC X(189).

       FD  RUN-WINDOW-FILE.
       01  RUN-WINDOW-RECORD               PIC X(56).

       FD  STEP-HOLD-FILE.
       01  STEP-HOLD-RECORD                PIC X(68).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).
       COPY "WRUNWIN.cpy".
       COPY "WSTPHOLD.cpy".
       COPY "WBUSDATE.cpy".
       COPY "WFREQCHK.cpy".
       01  WS-SCHEDULE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RUNWIN-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-STEP-HOLD-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-SCHEDULE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-SCHEDULE-EOF             VALUE "Y".
       01  WS-IN-FORCE-SWITCH              PIC X(01)   VALUE "Y".
           88  WS-VERSION-IN-FORCE         VALUE "Y".
       01  WS-RUNWIN-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RUNWIN-EOF               VALUE "Y".
       01  WS-STEP-HOLD-EOF-SWITCH        PIC X(01)   VALUE "N".
       01  WS-BUSDATE-OK-SWITCH            PIC X(01)   VALUE "Y".
           88  WS-BUSDATE-OK               VALUE "Y".
       01  WS-FROM-DATE-X                  PIC X(08)   VALUE SPACES.
      *    One named chain to forecast (RUNFCST_CHAIN); spaces = all.
       01  WS-CHAIN-FILTER                 PIC X(08)   VALUE SPACES.
       01  WS-END-DATE-X                   PIC X(08)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMMDD         PIC X(08)   VALUE SPACES.
       01  WS-SCHED-COUNT                  PIC 9(04)   VALUE 0.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY              OCCURS 500 TIMES.
               10  WS-SE-RECORD            PIC X(189).
       01  WS-WINDOW-COUNT                 PIC 9(04)   VALUE 0.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY             OCCURS 300 TIMES.
               10  WS-HOLD-STEP-NUMBER     PIC 9(04).
               10  WS-HOLD-PROGRAM-ID      PIC X(08).
               10  WS-HOLD-THRU-DATE       PIC X(08).
               10  WS-HOLD-CHAIN-ID        PIC X(08).
       01  WS-SUB                          PIC 9(04)   VALUE 0.
       01  WS-LOOK-SUB                     PIC 9(04)   VALUE 0.
       01  WS-HELD-SWITCH                  PIC X(01)   VALUE "N".
       01  WS-WINDOW-FOUND-SWITCH          PIC X(01)   VALUE "N".
           88  WS-WINDOW-FOUND             VALUE "Y".
       01  WS-DATES-FORECAST               PIC 9(04)   VALUE 0.
       01  WS-DATE-STEPS                   PIC 9(04)   VALUE 0.
       01  WS-DISPLAY-RC                   PIC 9(04)   VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(21)  VALUE
               "BATCH RUN FORECAST - ".
           05  HDG-CHAIN-TEXT              PIC X(20)   VALUE SPACES.
       01  WS-DATE-HEADING.
           05  FILLER                      PIC X(05)   VALUE "DATE ".
           05  HDG-FCST-YYYY               PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  HDG-DAY-NOTE                PIC X(60)   VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(09)   VALUE "CHAIN".
           05  FILLER                      PIC X(05)   VALUE "STEP ".
           05  FILLER                      PIC X(09)
               VALUE "PROGRAM  ".
           05  FILLER                      PIC X(44)  VALUE
               "FORECAST".
           05  FILLER                      PIC X(13)
               VALUE "RUN WINDOW".
           05  FILLER                      PIC X(20)
               VALUE "GATED ON INPUT FILE".
       01  WS-DETAIL-LINE.
           05  DTL-CHAIN-ID                PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-STEP-NUMBER             PIC 9(04)   VALUE 0.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-FORECAST                PIC X(44)   VALUE SPACES.
           05  DTL-RUN-WINDOW              PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-INPUT-FILE              PIC X(40)   VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                      PIC X(35)  VALUE
               "    (NO SCHEDULE STEPS TO FORECAST)".
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CHAIN-FILTER = SPACES
               MOVE "ALL CHAINS" TO HDG-CHAIN-TEXT
           ELSE
               MOVE SPACES TO HDG-CHAIN-TEXT
               STRING "CHAIN " WS-CHAIN-FILTER
                   DELIMITED BY SIZE INTO HDG-CHAIN-TEXT
           END-IF
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 500-FORECAST-ONE-DATE
               DISPLAY 'RUNFCST WARNING - range trimmed to 31 days'
               COMPUTE WS-END-INTEGER-DATE =
                   WS-FROM-INTEGER-DATE + 30
           END-IF
           ACCEPT WS-CHAIN-FILTER FROM ENVIRONMENT "RUNFCST_CHAIN"
           MOVE FUNCTION UPPER-CASE(WS-CHAIN-FILTER) TO WS-CHAIN-FILTER
           IF WS-CHAIN-FILTER NOT = SPACES
               MOVE WS-CHAIN-FILTER TO JS-CHAIN-ID
               IF NOT JS-VALID-CHAIN
                   DISPLAY 'RUNFCST WARNING - RUNFCST_CHAIN '
                       WS-CHAIN-FILTER ' is not a known chain, '
                       'forecasting all chains'
                   MOVE SPACES TO WS-CHAIN-FILTER
               END-IF
           END-IF.

       200-LOAD-SCHEDULE-TABLE.
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
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-DATE-STEPS
           PERFORM 600-FORECAST-ONE-STEP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SCHED-COUNT
           IF WS-DATE-STEPS = 0
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       510-ASK-BUSINESS-DATE.
               END-IF
           END-IF.

      *    Records loaded before named chains existed carry a blank
      *    chain - the nightly chain, as BATCHGATE reads them.
       600-FORECAST-ONE-STEP.
           MOVE WS-SE-RECORD (WS-SUB) TO JOBSCHED-RECORD
           IF JS-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO JS-CHAIN-ID
           END-IF
           PERFORM 602-CHECK-VERSION-IN-FORCE
           IF (WS-CHAIN-FILTER = SPACES
               OR JS-CHAIN-ID = WS-CHAIN-FILTER)
               AND WS-VERSION-IN-FORCE
               PERFORM 605-FORECAST-CHAIN-STEP
           END-IF.

      *    Whether this version of the step is the one in force for
      *    the forecast date.  Blank effective dates are open-ended, as
      *    on every record loaded before schedule versions existed.
       602-CHECK-VERSION-IN-FORCE.
           MOVE "Y" TO WS-IN-FORCE-SWITCH
           IF JS-EFFECTIVE-FROM NOT = SPACES
               AND JS-EFFECTIVE-FROM > WS-FCST-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF
           IF JS-EFFECTIVE-THRU NOT = SPACES
               AND JS-EFFECTIVE-THRU < WS-FCST-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF.

       605-FORECAST-CHAIN-STEP.
           ADD 1 TO WS-DATE-STEPS
           MOVE JS-CHAIN-ID    TO DTL-CHAIN-ID
           MOVE JS-STEP-NUMBER TO DTL-STEP-NUMBER
           MOVE JS-PROGRAM-ID  TO DTL-PROGRAM-ID
           MOVE JS-INPUT-FILE  TO DTL-INPUT-FILE
           MOVE SPACES TO DTL-FORECAST
           PERFORM 610-CHECK-FORECAST-HOLD
           PERFORM 615-CHECK-FORECAST-FREQUENCY
           IF NOT JS-STEP-ENABLED
               MOVE "SKIP - DISABLED IN SCHEDULE" TO DTL-FORECAST
           ELSE
           IF WS-STEP-HELD
               MOVE "HELD - OPERATOR HOLD IN EFFECT" TO DTL-FORECAST
           ELSE
           IF NOT FC-STEP-DUE
               IF FC-RETURN-CODE = 0
                   STRING "SKIP - NOT DUE, "
                       FUNCTION TRIM(FC-FREQ-TEXT)
                       DELIMITED BY SIZE INTO DTL-FORECAST
               ELSE
               IF FC-RETURN-CODE = 8
                   STRING "HELD - " FUNCTION TRIM(FC-FREQ-TEXT)
                       ", NO CALENDAR"
                       DELIMITED BY SIZE INTO DTL-FORECAST
               ELSE
                   STRING "HELD - INVALID FREQUENCY " JS-FREQUENCY
                       " " JS-FREQ-PARM
                       DELIMITED BY SIZE INTO DTL-FORECAST
               END-IF
               END-IF
           ELSE
           IF JS-INPUT-FILE NOT = SPACES
               STRING "WILL FIRE ON INPUT, WAITS UP TO "
                   JS-MAX-WAIT-MINUTES " MIN"
                   DELIMITED BY SIZE INTO DTL-FORECAST
           ELSE
               MOVE "WILL FIRE" TO DTL-FORECAST
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 620-LOOK-UP-RUN-WINDOW
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
                       JS-PROGRAM-ID
                   AND WS-HOLD-THRU-DATE (WS-LOOK-SUB) >=
                       WS-FCST-DATE
                   AND WS-HOLD-CHAIN-ID (WS-LOOK-SUB) = JS-CHAIN-ID
                   SET WS-STEP-HELD TO TRUE
               END-IF
           END-PERFORM.

      *    The same frequency answer BATCHGATE will get on the night;
      *    a missing FREQCHK module leaves only every-day steps due.
       615-CHECK-FORECAST-FREQUENCY.
           MOVE JS-FREQUENCY TO FC-FREQUENCY
           MOVE JS-FREQ-PARM TO FC-FREQ-PARM
           CALL "FREQCHK" USING BUSDATE-PARMS FREQCHK-PARMS
               ON EXCEPTION
                   MOVE 8 TO FC-RETURN-CODE
                   MOVE "FREQUENCY " TO FC-FREQ-TEXT
                   MOVE JS-FREQUENCY TO FC-FREQ-TEXT (11:1)
                   IF JS-DAILY
                       MOVE "Y" TO FC-DUE-FLAG
                   ELSE
                       MOVE "N" TO FC-DUE-FLAG
                   END-IF
           END-CALL.

       620-LOOK-UP-RUN-WINDOW.
           MOVE "N" TO WS-WINDOW-FOUND-SWITCH
           MOVE SPACES TO DTL-RUN-WINDOW
