       IDENTIFICATION DIVISION.
       PROGRAM-ID.             SCHDASOF.
      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-10-15.
      *REMARKS.                Job schedule as-of inquiry.  Answers
      *                        "what was the schedule on date X" -
      *                        e.g. what step 0040's RC limit was on
      *                        the night of an incident - from the
      *                        schedule change history (SCHEDHST.DAT,
      *                        appended by every JOBSCHLD load).  The
      *                        history is replayed up to and including
      *                        the loads made on the date, which gives
      *                        every schedule version on file that
      *                        night; of those, the version whose
      *                        effective-from / through range covers
      *                        the date is the one BATCHGATE ran.
      *                        Prints SCHDASOF.TXT - one line per step
      *                        with its program, enabled flag, RC
      *                        limit, frequency, duration limit,
      *                        retry count, effective range and the
      *                        load that put that version in place.
      *                        Set SCHDASOF_DATE=YYYYMMDD (default
      *                        today), and optionally SCHDASOF_STEP
      *                        for one step number and SCHDASOF_CHAIN
      *                        for one chain.  Ends with RC 4 when no
      *                        step matched, RC 8 when there is no
      *                        history to answer from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-HISTORY-FILE ASSIGN TO "SCHEDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SCHDASOF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-HISTORY-FILE.
       01  SCHEDULE-HISTORY-LINE           PIC X(393).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "WJOBSCHD.cpy".
       COPY "WSCHDHST.cpy".
       01  WS-HISTORY-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-HISTORY-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-HISTORY-EOF              VALUE "Y".
       01  WS-ASOF-DATE-OVERRIDE           PIC X(08)   VALUE SPACES.
       01  WS-ASOF-DATE.
           05  WS-ASOF-DATE-YYYY           PIC X(04)   VALUE SPACES.
           05  WS-ASOF-DATE-MM             PIC X(02)   VALUE SPACES.
           05  WS-ASOF-DATE-DD             PIC X(02)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMMDD         PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE SPACES.
      *    Optional filters; spaces = every step / every chain.
       01  WS-STEP-FILTER                  PIC X(04)   VALUE SPACES.
       01  WS-CHAIN-FILTER                 PIC X(08)   VALUE SPACES.
       01  WS-HISTORY-READ                 PIC 9(06)   VALUE 0.
       01  WS-STEPS-LISTED                 PIC 9(04)   VALUE 0.
       01  WS-DISPLAY-RC                   PIC 9(04)   VALUE 0.
      *    Every schedule version the replayed history leaves on
      *    file, keyed as JOBSCHLD keys it - chain, step number and
      *    effective-from.  A dropped version stays in the table,
      *    switched off, so a later load re-adding it reuses the slot.
       01  WS-VERSION-COUNT                PIC 9(04)   VALUE 0.
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY            OCCURS 500 TIMES.
               10  WS-VER-CHAIN-ID         PIC X(08).
               10  WS-VER-STEP-NUMBER      PIC X(04).
               10  WS-VER-EFF-FROM         PIC X(08).
               10  WS-VER-ON-FILE-SW       PIC X(01).
                   88  WS-VER-ON-FILE      VALUE "Y".
               10  WS-VER-LOAD-DATE        PIC X(08).
               10  WS-VER-LOAD-TIME        PIC X(06).
               10  WS-VER-RECORD           PIC X(189).
       01  WS-VER-SUB                      PIC 9(04)   VALUE 0.
       01  WS-VER-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-VER-FOUND                VALUE "Y".
       01  WS-IN-FORCE-SWITCH              PIC X(01)   VALUE "Y".
           88  WS-VERSION-IN-FORCE         VALUE "Y".
       01  WS-TABLE-FULL-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TABLE-FULL               VALUE "Y".

       01  WS-HEADING-1.
           05  FILLER                      PIC X(23)
               VALUE "JOB SCHEDULE AS OF    ".
           05  HDG-ASOF-YYYY               PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE "-".
           05  HDG-ASOF-MM                 PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE "-".
           05  HDG-ASOF-DD                 PIC X(02)   VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(14)
               VALUE "CHAIN    STEP ".
           05  FILLER                      PIC X(12)
               VALUE "PROGRAM  EN ".
           05  FILLER                      PIC X(16)
               VALUE "MAXRC FREQ  MIN ".
           05  FILLER                      PIC X(05)
               VALUE "RETRY".
           05  FILLER                      PIC X(18)
               VALUE "EFFECTIVE FROM-TO ".
           05  FILLER                      PIC X(17)
               VALUE " LOADED".
       01  WS-DETAIL-LINE.
           05  DTL-CHAIN-ID                PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-STEP-NUMBER             PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-ENABLED                 PIC X(01)   VALUE SPACE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-MAX-RC                  PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-FREQUENCY               PIC X(01)   VALUE SPACE.
           05  DTL-FREQ-PARM               PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-MAX-MINUTES             PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  DTL-RETRY-COUNT             PIC X(01)   VALUE SPACE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-EFF-FROM                PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE "-".
           05  DTL-EFF-THRU                PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DTL-LOAD-DATE               PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DTL-LOAD-TIME               PIC X(06)   VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                      PIC X(46)  VALUE
               "    (NO SCHEDULE VERSION IN FORCE ON THE DATE)".
       01  WS-FOOTER-LINE.
           05  FILLER                      PIC X(14)
               VALUE "STEPS LISTED  ".
           05  FTR-LISTED                  PIC ZZZ9.
           05  FILLER                      PIC X(22)
               VALUE "   HISTORY RECORDS    ".
           05  FTR-HISTORY-READ            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY 'SCHDASOF Start - Job Schedule As-Of Inquiry'
           PERFORM 100-SET-INQUIRY-OPTIONS
           OPEN INPUT SCHEDULE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY 'SCHDASOF ERROR - Cannot open SCHEDHST.DAT, '
                   'status = ' WS-HISTORY-STATUS
                   ' - no schedule history to answer from'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-REPLAY-HISTORY
           CLOSE SCHEDULE-HISTORY-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY 'SCHDASOF ERROR - Cannot open SCHDASOF.TXT, '
                   'status = ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 300-REPORT-VERSIONS-IN-FORCE
           CLOSE REPORT-FILE
           DISPLAY 'SCHDASOF ' WS-HISTORY-READ ' history record(s) '
               'read, ' WS-STEPS-LISTED ' step(s) in force on '
               WS-ASOF-DATE-YYYY '-' WS-ASOF-DATE-MM '-'
               WS-ASOF-DATE-DD
           IF WS-STEPS-LISTED = 0
               AND 4 > RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
               DISPLAY 'SCHDASOF Successfully Completed'
           ELSE
               MOVE RETURN-CODE TO WS-DISPLAY-RC
               DISPLAY 'SCHDASOF Completed With Warnings, RC = '
                   WS-DISPLAY-RC
           END-IF
           STOP RUN.

       100-SET-INQUIRY-OPTIONS.
           ACCEPT WS-ASOF-DATE-OVERRIDE
               FROM ENVIRONMENT "SCHDASOF_DATE"
           IF WS-ASOF-DATE-OVERRIDE NOT = SPACES
               AND WS-ASOF-DATE-OVERRIDE IS NUMERIC
               MOVE WS-ASOF-DATE-OVERRIDE TO WS-ASOF-DATE
           ELSE
               IF WS-ASOF-DATE-OVERRIDE NOT = SPACES
                   DISPLAY 'SCHDASOF WARNING - SCHDASOF_DATE not '
                       'YYYYMMDD, using current date'
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-YYYYMMDD TO WS-ASOF-DATE
           END-IF
           ACCEPT WS-STEP-FILTER FROM ENVIRONMENT "SCHDASOF_STEP"
           IF WS-STEP-FILTER NOT = SPACES
               AND WS-STEP-FILTER IS NOT NUMERIC
               DISPLAY 'SCHDASOF WARNING - SCHDASOF_STEP '
                   WS-STEP-FILTER ' is not a step number, '
                   'listing every step'
               MOVE SPACES TO WS-STEP-FILTER
           END-IF
           ACCEPT WS-CHAIN-FILTER FROM ENVIRONMENT "SCHDASOF_CHAIN"
           MOVE FUNCTION UPPER-CASE(WS-CHAIN-FILTER) TO WS-CHAIN-FILTER.

      *    Loads made after the date cannot have changed what ran on
      *    it, so the replay stops at the first of them - the history
      *    is in load order.
       200-REPLAY-HISTORY.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           PERFORM UNTIL WS-HISTORY-EOF
               READ SCHEDULE-HISTORY-FILE INTO SCHEDULE-HISTORY-RECORD
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       IF HST-LOAD-DATE > WS-ASOF-DATE
                           SET WS-HISTORY-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-HISTORY-READ
                           PERFORM 210-APPLY-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TABLE-FULL
               DISPLAY 'SCHDASOF WARNING - more than 500 schedule '
                   'versions in the history, answer may be incomplete'
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    I, A and C leave the after image on file under its key; D
      *    takes the before image's version off.
       210-APPLY-HISTORY-RECORD.
           IF HST-VERSION-DROPPED
               MOVE HST-BEFORE-IMAGE TO JOBSCHED-RECORD
           ELSE
               MOVE HST-AFTER-IMAGE TO JOBSCHED-RECORD
           END-IF
           IF JS-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO JS-CHAIN-ID
           END-IF
           PERFORM 220-FIND-VERSION
           IF HST-VERSION-DROPPED
               IF WS-VER-FOUND
                   MOVE "N" TO WS-VER-ON-FILE-SW (WS-VER-SUB)
               END-IF
           ELSE
               IF NOT WS-VER-FOUND
                   IF WS-VERSION-COUNT < 500
                       ADD 1 TO WS-VERSION-COUNT
                       MOVE WS-VERSION-COUNT TO WS-VER-SUB
                       MOVE JS-CHAIN-ID
                           TO WS-VER-CHAIN-ID (WS-VER-SUB)
                       MOVE JS-STEP-NUMBER
                           TO WS-VER-STEP-NUMBER (WS-VER-SUB)
                       MOVE JS-EFFECTIVE-FROM
                           TO WS-VER-EFF-FROM (WS-VER-SUB)
                       SET WS-VER-FOUND TO TRUE
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               IF WS-VER-FOUND
                   SET WS-VER-ON-FILE (WS-VER-SUB) TO TRUE
                   MOVE HST-LOAD-DATE TO WS-VER-LOAD-DATE (WS-VER-SUB)
                   MOVE HST-LOAD-TIME TO WS-VER-LOAD-TIME (WS-VER-SUB)
                   MOVE JOBSCHED-RECORD TO WS-VER-RECORD (WS-VER-SUB)
               END-IF
           END-IF.

       220-FIND-VERSION.
           MOVE "N" TO WS-VER-FOUND-SWITCH
           PERFORM VARYING WS-VER-SUB FROM 1 BY 1
               UNTIL WS-VER-SUB > WS-VERSION-COUNT
                   OR WS-VER-FOUND
               IF WS-VER-CHAIN-ID (WS-VER-SUB) = JS-CHAIN-ID
                   AND WS-VER-STEP-NUMBER (WS-VER-SUB) =
                       JS-STEP-NUMBER
                   AND WS-VER-EFF-FROM (WS-VER-SUB) =
                       JS-EFFECTIVE-FROM
                   SET WS-VER-FOUND TO TRUE
               END-IF
           END-PERFORM
      *    The VARYING has stepped one past the match.
           IF WS-VER-FOUND
               SUBTRACT 1 FROM WS-VER-SUB
           END-IF.

       300-REPORT-VERSIONS-IN-FORCE.
           MOVE WS-ASOF-DATE-YYYY TO HDG-ASOF-YYYY
           MOVE WS-ASOF-DATE-MM   TO HDG-ASOF-MM
           MOVE WS-ASOF-DATE-DD   TO HDG-ASOF-DD
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-VER-SUB FROM 1 BY 1
               UNTIL WS-VER-SUB > WS-VERSION-COUNT
               IF WS-VER-ON-FILE (WS-VER-SUB)
                   MOVE WS-VER-RECORD (WS-VER-SUB) TO JOBSCHED-RECORD
                   IF JS-CHAIN-ID = SPACES
                       MOVE "NIGHTLY" TO JS-CHAIN-ID
                   END-IF
                   PERFORM 310-CHECK-VERSION-IN-FORCE
                   IF WS-VERSION-IN-FORCE
                       AND (WS-STEP-FILTER = SPACES
                           OR JS-STEP-NUMBER = WS-STEP-FILTER)
                       AND (WS-CHAIN-FILTER = SPACES
                           OR JS-CHAIN-ID = WS-CHAIN-FILTER)
                       PERFORM 320-WRITE-VERSION-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STEPS-LISTED = 0
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-STEPS-LISTED TO FTR-LISTED
           MOVE WS-HISTORY-READ TO FTR-HISTORY-READ
           MOVE WS-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Whether this version of the step is the one in force for
      *    the inquiry date - the same test BATCHGATE makes for the
      *    chain date.  Blank effective dates are open-ended.
       310-CHECK-VERSION-IN-FORCE.
           MOVE "Y" TO WS-IN-FORCE-SWITCH
           IF JS-EFFECTIVE-FROM NOT = SPACES
               AND JS-EFFECTIVE-FROM > WS-ASOF-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF
           IF JS-EFFECTIVE-THRU NOT = SPACES
               AND JS-EFFECTIVE-THRU < WS-ASOF-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF.

       320-WRITE-VERSION-LINE.
           ADD 1 TO WS-STEPS-LISTED
           MOVE JS-CHAIN-ID            TO DTL-CHAIN-ID
           MOVE JS-STEP-NUMBER         TO DTL-STEP-NUMBER
           MOVE JS-PROGRAM-ID          TO DTL-PROGRAM-ID
           MOVE JS-ENABLED-FLAG        TO DTL-ENABLED
           MOVE JS-MAX-RC              TO DTL-MAX-RC
           MOVE JS-FREQUENCY           TO DTL-FREQUENCY
           MOVE JS-FREQ-PARM           TO DTL-FREQ-PARM
           MOVE JS-MAX-MINUTES         TO DTL-MAX-MINUTES
           MOVE JS-RETRY-COUNT         TO DTL-RETRY-COUNT
           MOVE JS-EFFECTIVE-FROM      TO DTL-EFF-FROM
           MOVE JS-EFFECTIVE-THRU      TO DTL-EFF-THRU
           MOVE WS-VER-LOAD-DATE (WS-VER-SUB) TO DTL-LOAD-DATE
           MOVE WS-VER-LOAD-TIME (WS-VER-SUB) TO DTL-LOAD-TIME
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'SCHDASOF ' JS-CHAIN-ID ' step ' JS-STEP-NUMBER
               ' ' JS-PROGRAM-ID ' enabled ' JS-ENABLED-FLAG
               ' RC limit ' JS-MAX-RC.
