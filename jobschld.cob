       PROGRAM-ID.             JOBSCHLD.
      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-08-21.
      *REMARKS.                Loads/refreshes the batch job
      *                        schedule control file (JOBSCHED.DAT)
      *                        from a line sequential source file
      *                        (JOBSCHED.SRC) containing one
      *                        Records failing basic edits (step
      *                        number or RC limit not numeric,
      *                        enabled flag not Y/N, frequency not
      *                        D/M/F/B/W/Q/Y/blank or its parameter
      *                        wrong for the code (B needs business
      *                        day 01-23, W a weekday MO-SU, the
      *                        others none), blank program name, a
      *                        duration limit not numeric/blank, an
      *                        input-file wait limit not numeric/blank
      *                        or given with no input file, a retry
      *                        count or retry delay not numeric/blank,
      *                        an unknown chain name, a predecessor that
      *                        is not an earlier accepted step of the
      *                        same chain, or a step number already
      *                        used in the chain) are dropped
      *                        with a message so a typo cannot
      *                        silently derail the chain - or its
      *                        step-level restart, which keys on the
      *                        is loaded with a warning.  Rejects and
      *                        warnings go to the edit report
      *                        SCHEDEDT.TXT, in the mold of the
      *                        IDENTMNT reject report.  The step's
      *                        free-form parameter (JS-STEP-PARM) is
      *                        loaded as keyed - it means something
      *                        only to the step it is passed to.
      *                        A step may be loaded as several
      *                        versions, each with its own effective
      *                        from / through dates, so a change for
      *                        next Monday is loaded today; versions
      *                        of one chain step whose date ranges
      *                        overlap are rejected.  Each load
      *                        compares the new schedule with the one
      *                        it replaces and appends a before/after
      *                        image of every version added, changed
      *                        or dropped to the change history
      *                        SCHEDHST.DAT (SCHDASOF answers what the
      *                        schedule was on a given date from it).
      *                        After the load the schedule's
      *                        control-file fingerprint is recorded
      *                        (CTLFPCHK), so BATCHGATE can tell this
      *                        load from a later hand edit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EDIT-REPORT-FILE ASSIGN TO "SCHEDEDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-STATUS.
           SELECT SCHEDULE-HISTORY-FILE ASSIGN TO "SCHEDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-SOURCE-FILE.
       01  SCHEDULE-SOURCE-RECORD          PIC X(189).

       FD  JOB-SCHEDULE-FILE.
       01  JOB-SCHEDULE-RECORD             PIC X(189).

       FD  PROGRAM-REGISTRY-FILE.
       01  PROGRAM-REGISTRY-RECORD.
       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE                PIC X(132).

       FD  SCHEDULE-HISTORY-FILE.
       01  SCHEDULE-HISTORY-LINE           PIC X(393).

       WORKING-STORAGE SECTION.
       COPY "WJOBSCHD.cpy".
       COPY "WRUNWIN.cpy".
       COPY "WSCHDHST.cpy".
       COPY "WCTLFPCK.cpy".
       01  WS-SAVED-RETURN-CODE            PIC 9(04)   VALUE 0.
       01  WS-DISPLAY-RC                   PIC 9(04)   VALUE 0.
       01  WS-SOURCE-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-SCHEDULE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-REGISTRY-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RUNWIN-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-EDIT-STATUS                  PIC X(02)   VALUE SPACES.
       01  WS-HISTORY-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X(01)   VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-RUNWIN-EOF-SWITCH            PIC X(01)   VALUE "N".
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  EDT-REASON                  PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  EDT-RECORD                  PIC X(84)   VALUE SPACES.
       01  WS-EDIT-FOOTER.
           05  FILLER                      PIC X(16)
               VALUE "STEPS REJECTED: ".
           05  EDT-WARN-TOTAL              PIC ZZZ9.
       01  WS-SEEN-COUNT                   PIC 9(04)   VALUE 0.
       01  WS-SEEN-STEP-TABLE.
           05  WS-SEEN-ENTRY               OCCURS 500 TIMES.
               10  WS-SEEN-CHAIN-ID        PIC X(08).
               10  WS-SEEN-STEP-NUMBER     PIC 9(04).
               10  WS-SEEN-EFF-FROM        PIC X(08).
               10  WS-SEEN-EFF-THRU        PIC X(08).
       01  WS-SEEN-SUB                     PIC 9(04)   VALUE 0.
       01  WS-DUPLICATE-SWITCH             PIC X(01)   VALUE "N".
           88  WS-DUPLICATE-STEP           VALUE "Y".
           88  WS-PRED-ERROR               VALUE "Y".
       01  WS-PRED-FOUND-SWITCH            PIC X(01)   VALUE "N".
           88  WS-PRED-FOUND               VALUE "Y".
       01  WS-FREQ-PARM-ERROR-SWITCH       PIC X(01)   VALUE "N".
           88  WS-FREQ-PARM-ERROR          VALUE "Y".
       01  WS-EFF-DATE-ERROR-SWITCH        PIC X(01)   VALUE "N".
           88  WS-EFF-DATE-ERROR           VALUE "Y".
      *    A blank effective-from is the beginning of time and a blank
      *    effective-through the end of it, for the overlap check.
       01  WS-EFF-FROM                     PIC X(08)   VALUE SPACES.
       01  WS-EFF-THRU                     PIC X(08)   VALUE SPACES.
       01  WS-EFF-DATE-N                   PIC 9(08)   VALUE 0.
       01  WS-CURRENT-STAMP.
           05  WS-STAMP-DATE               PIC X(08)   VALUE SPACES.
           05  WS-STAMP-TIME               PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
      *    The schedule as it stood before this load, one entry per
      *    version, keyed as the history keys it (chain, step number,
      *    effective-from).  An entry the new load does not match is a
      *    version the load dropped.
       01  WS-PRIOR-COUNT                  PIC 9(04)   VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY              OCCURS 500 TIMES.
               10  WS-PRIOR-CHAIN-ID       PIC X(08).
               10  WS-PRIOR-STEP-NUMBER    PIC X(04).
               10  WS-PRIOR-EFF-FROM       PIC X(08).
               10  WS-PRIOR-MATCHED-SW     PIC X(01).
                   88  WS-PRIOR-MATCHED    VALUE "Y".
               10  WS-PRIOR-RECORD         PIC X(189).
       01  WS-PRIOR-SUB                    PIC 9(04)   VALUE 0.
       01  WS-PRIOR-FOUND-SWITCH           PIC X(01)   VALUE "N".
           88  WS-PRIOR-FOUND              VALUE "Y".
       01  WS-PRIOR-EOF-SWITCH             PIC X(01)   VALUE "N".
           88  WS-PRIOR-EOF                VALUE "Y".
       01  WS-HISTORY-OPEN-SWITCH          PIC X(01)   VALUE "N".
           88  WS-HISTORY-OPEN             VALUE "Y".
       01  WS-HISTORY-NEW-SWITCH           PIC X(01)   VALUE "N".
           88  WS-HISTORY-NEW              VALUE "Y".
       01  WS-CHANGES-RECORDED             PIC 9(06)   VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           PERFORM 050-LOAD-PRIOR-SCHEDULE
           OPEN OUTPUT JOB-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY 'JOBSCHLD ERROR - Cannot open JOBSCHED.DAT, '
           WRITE EDIT-REPORT-LINE
           PERFORM 100-OPEN-PROGRAM-REGISTRY
           PERFORM 150-LOAD-RUN-WINDOWS
           PERFORM 170-OPEN-SCHEDULE-HISTORY
           PERFORM UNTIL WS-EOF
               READ SCHEDULE-SOURCE-FILE INTO JOBSCHED-RECORD
                   AT END
           END-PERFORM
           CLOSE SCHEDULE-SOURCE-FILE
           CLOSE JOB-SCHEDULE-FILE
           PERFORM 500-RECORD-FINGERPRINT
           IF WS-HISTORY-OPEN
               PERFORM 480-RECORD-DROPPED-VERSIONS
               CLOSE SCHEDULE-HISTORY-FILE
           END-IF
           IF WS-REGISTRY-OPEN
               CLOSE PROGRAM-REGISTRY-FILE
           END-IF
               DISPLAY 'JOBSCHLD ' WS-RECORDS-WARNED
                   ' warning(s), see SCHEDEDT.TXT'
           END-IF
           IF WS-HISTORY-OPEN
               DISPLAY 'JOBSCHLD ' WS-CHANGES-RECORDED
                   ' schedule change(s) recorded in SCHEDHST.DAT'
           END-IF
           IF WS-RECORDS-DROPPED > 0
               DISPLAY 'JOBSCHLD Dropped ' WS-RECORDS-DROPPED
                   ' invalid record(s), see SCHEDEDT.TXT'
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-HISTORY-OPEN
               AND 4 > RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 8
               DISPLAY 'JOBSCHLD Successfully Completed'
           ELSE
               MOVE RETURN-CODE TO WS-DISPLAY-RC
               DISPLAY 'JOBSCHLD Completed With Errors, RC = '
                   WS-DISPLAY-RC
           END-IF
           STOP RUN.

      *    A schedule loaded without the registry cross-check is how
           END-IF.

       200-EDIT-AND-WRITE-STEP.
      *    A blank chain name is the nightly chain - stored as NIGHTLY
      *    so every reader of JOBSCHED.DAT sees the name spelled out.
           IF JS-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO JS-CHAIN-ID
           END-IF
           IF JS-STEP-NUMBER NOT NUMERIC
               OR JS-MAX-RC NOT NUMERIC
               OR JS-PROGRAM-ID = SPACES
               OR (JS-ENABLED-FLAG NOT = "Y"
                   AND JS-ENABLED-FLAG NOT = "N")
               OR NOT JS-VALID-FREQUENCY
               OR (JS-MAX-MINUTES NOT NUMERIC
                   AND JS-MAX-MINUTES NOT = SPACES)
               OR NOT JS-VALID-CHAIN
               OR (JS-MAX-WAIT-MINUTES NOT NUMERIC
                   AND JS-MAX-WAIT-MINUTES NOT = SPACES)
               OR (JS-INPUT-FILE = SPACES
                   AND JS-MAX-WAIT-MINUTES NOT = SPACES
                   AND JS-MAX-WAIT-MINUTES NOT = "0000")
               OR (JS-RETRY-COUNT NOT NUMERIC
                   AND JS-RETRY-COUNT NOT = SPACE)
               OR (JS-RETRY-DELAY-MINUTES NOT NUMERIC
                   AND JS-RETRY-DELAY-MINUTES NOT = SPACES)
               DISPLAY 'JOBSCHLD WARNING - invalid schedule record '
                   'dropped: ' JOBSCHED-RECORD
               MOVE "BASIC EDITS FAILED" TO WS-EDIT-REASON
               IF JS-MAX-MINUTES = SPACES
                   MOVE "0000" TO JS-MAX-MINUTES
               END-IF
      *        Likewise a blank input-file wait is stored as 0000 -
      *        check for the file once, do not wait.
               IF JS-MAX-WAIT-MINUTES = SPACES
                   MOVE "0000" TO JS-MAX-WAIT-MINUTES
               END-IF
      *        And a blank retry policy is stored as no retries, no
      *        delay.
               IF JS-RETRY-COUNT = SPACE
                   MOVE "0" TO JS-RETRY-COUNT
               END-IF
               IF JS-RETRY-DELAY-MINUTES = SPACES
                   MOVE "0000" TO JS-RETRY-DELAY-MINUTES
               END-IF
               PERFORM 220-EDIT-FREQUENCY-PARM
               IF WS-FREQ-PARM-ERROR
                   DISPLAY 'JOBSCHLD WARNING - frequency parameter '
                       'not valid for code ' JS-FREQUENCY
                       ', record dropped: ' JOBSCHED-RECORD
                   MOVE "FREQUENCY PARAMETER NOT VALID"
                       TO WS-EDIT-REASON
                   PERFORM 600-WRITE-REJECT-LINE
               ELSE
               PERFORM 230-EDIT-EFFECTIVE-DATES
               IF WS-EFF-DATE-ERROR
                   DISPLAY 'JOBSCHLD WARNING - effective dates not '
                       'valid YYYYMMDD or from after through, '
                       'record dropped: ' JOBSCHED-RECORD
                   MOVE "EFFECTIVE DATES NOT VALID"
                       TO WS-EDIT-REASON
                   PERFORM 600-WRITE-REJECT-LINE
               ELSE
               PERFORM 250-EDIT-PREDECESSORS
               IF WS-PRED-ERROR
                   DISPLAY 'JOBSCHLD WARNING - predecessor not '
                       'numeric or not an earlier step of the chain, '
                       'record dropped: ' JOBSCHED-RECORD
                   MOVE "PREDECESSOR NOT AN EARLIER STEP"
                       TO WS-EDIT-REASON
                   PERFORM 600-WRITE-REJECT-LINE
                       PERFORM 350-WRITE-SCHEDULE-STEP
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *    B (business day N) needs the day number and W (weekly) the
      *    weekday; every other code takes no parameter, so a stray
      *    one is a sign the wrong code was keyed.  Business day 23
      *    is as far as any month goes.
       220-EDIT-FREQUENCY-PARM.
           MOVE "N" TO WS-FREQ-PARM-ERROR-SWITCH
           IF JS-BUS-DAY-N
               IF JS-FREQ-PARM NOT NUMERIC
                   OR JS-FREQ-PARM < "01"
                   OR JS-FREQ-PARM > "23"
                   SET WS-FREQ-PARM-ERROR TO TRUE
               END-IF
           ELSE
               IF JS-WEEKLY
                   IF JS-FREQ-PARM NOT = "MO"
                       AND JS-FREQ-PARM NOT = "TU"
                       AND JS-FREQ-PARM NOT = "WE"
                       AND JS-FREQ-PARM NOT = "TH"
                       AND JS-FREQ-PARM NOT = "FR"
                       AND JS-FREQ-PARM NOT = "SA"
                       AND JS-FREQ-PARM NOT = "SU"
                       SET WS-FREQ-PARM-ERROR TO TRUE
                   END-IF
               ELSE
                   IF JS-FREQ-PARM NOT = SPACES
                       SET WS-FREQ-PARM-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Each effective date is blank (open-ended) or a real
      *    calendar date, and a version cannot end before it starts.
      *    WS-EFF-FROM / WS-EFF-THRU are left holding the range with
      *    the open ends filled in, ready for the overlap check.
       230-EDIT-EFFECTIVE-DATES.
           MOVE "N" TO WS-EFF-DATE-ERROR-SWITCH
           MOVE "00000000" TO WS-EFF-FROM
           MOVE "99999999" TO WS-EFF-THRU
           IF JS-EFFECTIVE-FROM NOT = SPACES
               IF JS-EFFECTIVE-FROM IS NUMERIC
                   MOVE JS-EFFECTIVE-FROM TO WS-EFF-DATE-N
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-N) = 0
                       MOVE JS-EFFECTIVE-FROM TO WS-EFF-FROM
                   ELSE
                       SET WS-EFF-DATE-ERROR TO TRUE
                   END-IF
               ELSE
                   SET WS-EFF-DATE-ERROR TO TRUE
               END-IF
           END-IF
           IF JS-EFFECTIVE-THRU NOT = SPACES
               IF JS-EFFECTIVE-THRU IS NUMERIC
                   MOVE JS-EFFECTIVE-THRU TO WS-EFF-DATE-N
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-N) = 0
                       MOVE JS-EFFECTIVE-THRU TO WS-EFF-THRU
                   ELSE
                       SET WS-EFF-DATE-ERROR TO TRUE
                   END-IF
               ELSE
                   SET WS-EFF-DATE-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-EFF-FROM > WS-EFF-THRU
               SET WS-EFF-DATE-ERROR TO TRUE
           END-IF.

      *    The registry key is the same 8-character program-id the

      *    Each predecessor names a step that must complete clean
      *    before this one fires.  It must be an earlier, accepted
      *    step of the same chain - a forward, unknown or other-chain
      *    reference could never be satisfied and would silently hold
      *    the step every night.
       250-EDIT-PREDECESSORS.
           MOVE "N" TO WS-PRED-ERROR-SWITCH
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                           UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                           IF WS-SEEN-STEP-NUMBER (WS-SEEN-SUB) =
                               JS-PRED-STEP (WS-PRED-SUB)
                               AND WS-SEEN-CHAIN-ID (WS-SEEN-SUB) =
                                   JS-CHAIN-ID
                               SET WS-PRED-FOUND TO TRUE
                           END-IF
                       END-PERFORM
           PERFORM 300-CHECK-DUPLICATE-STEP
           IF WS-DUPLICATE-STEP
               DISPLAY 'JOBSCHLD WARNING - duplicate step '
                   'number ' JS-STEP-NUMBER ' in chain ' JS-CHAIN-ID
                   ' with overlapping effective dates rejected, '
                   'first record kept: ' JOBSCHED-RECORD
               MOVE "DUPLICATE STEP NUMBER, DATES OVERLAP"
                   TO WS-EDIT-REASON
               PERFORM 600-WRITE-REJECT-LINE
           ELSE
               MOVE JOBSCHED-RECORD TO JOB-SCHEDULE-RECORD
               WRITE JOB-SCHEDULE-RECORD
               ADD 1 TO WS-RECORDS-LOADED
               IF WS-HISTORY-OPEN
                   PERFORM 450-RECORD-VERSION-CHANGE
               END-IF
           END-IF.

       600-WRITE-REJECT-LINE.
           MOVE WS-EDIT-DETAIL TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

      *    The chain name and step number key the step-completion
      *    restart log, so two steps of one chain may never share a
      *    number on the same date.  Versions of one step are fine as
      *    long as their effective date ranges do not overlap - on any
      *    one chain date exactly one of them is in force.
       300-CHECK-DUPLICATE-STEP.
           MOVE "N" TO WS-DUPLICATE-SWITCH
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-STEP-NUMBER (WS-SEEN-SUB) = JS-STEP-NUMBER
                   AND WS-SEEN-CHAIN-ID (WS-SEEN-SUB) = JS-CHAIN-ID
                   AND WS-SEEN-EFF-FROM (WS-SEEN-SUB) <= WS-EFF-THRU
                   AND WS-SEEN-EFF-THRU (WS-SEEN-SUB) >= WS-EFF-FROM
                   SET WS-DUPLICATE-STEP TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DUPLICATE-STEP
               AND WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE JS-CHAIN-ID TO
                   WS-SEEN-CHAIN-ID (WS-SEEN-COUNT)
               MOVE JS-STEP-NUMBER TO
                   WS-SEEN-STEP-NUMBER (WS-SEEN-COUNT)
               MOVE WS-EFF-FROM TO
                   WS-SEEN-EFF-FROM (WS-SEEN-COUNT)
               MOVE WS-EFF-THRU TO
                   WS-SEEN-EFF-THRU (WS-SEEN-COUNT)
           END-IF.

      *    The schedule this load is about to replace, read before
      *    JOBSCHED.DAT is opened for output.  No file is a first
      *    load - every version will be recorded as added.
       050-LOAD-PRIOR-SCHEDULE.
           MOVE 0 TO WS-PRIOR-COUNT
           MOVE "N" TO WS-PRIOR-EOF-SWITCH
           OPEN INPUT JOB-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-PRIOR-EOF
                   READ JOB-SCHEDULE-FILE INTO JOBSCHED-RECORD
                       AT END
                           SET WS-PRIOR-EOF TO TRUE
                       NOT AT END
                           PERFORM 060-TABLE-PRIOR-VERSION
                   END-READ
               END-PERFORM
               CLOSE JOB-SCHEDULE-FILE
           END-IF.

       060-TABLE-PRIOR-VERSION.
           IF JS-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO JS-CHAIN-ID
           END-IF
           IF WS-PRIOR-COUNT < 500
               ADD 1 TO WS-PRIOR-COUNT
               MOVE JS-CHAIN-ID TO WS-PRIOR-CHAIN-ID (WS-PRIOR-COUNT)
               MOVE JS-STEP-NUMBER
                   TO WS-PRIOR-STEP-NUMBER (WS-PRIOR-COUNT)
               MOVE JS-EFFECTIVE-FROM
                   TO WS-PRIOR-EFF-FROM (WS-PRIOR-COUNT)
               MOVE "N" TO WS-PRIOR-MATCHED-SW (WS-PRIOR-COUNT)
               MOVE JOBSCHED-RECORD TO WS-PRIOR-RECORD (WS-PRIOR-COUNT)
           ELSE
               DISPLAY 'JOBSCHLD WARNING - more than 500 prior '
                   'schedule records, change history incomplete for: '
                   JOBSCHED-RECORD
           END-IF.

      *    The history is only ever appended to.  When there is none
      *    yet, the schedule being replaced is written first as
      *    initial images so the history starts from what was really
      *    in force, not from an empty schedule.
       170-OPEN-SCHEDULE-HISTORY.
           OPEN EXTEND SCHEDULE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT SCHEDULE-HISTORY-FILE
               SET WS-HISTORY-NEW TO TRUE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY 'JOBSCHLD WARNING - Cannot open SCHEDHST.DAT, '
                   'status = ' WS-HISTORY-STATUS
                   ', schedule changes not recorded'
               MOVE "WRN " TO EDT-SEVERITY
               MOVE "HISTORY UNAVAILABLE, CHANGES NOT RECORDED"
                   TO EDT-REASON
               MOVE SPACES TO EDT-RECORD
               MOVE WS-EDIT-DETAIL TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
               ADD 1 TO WS-RECORDS-WARNED
           ELSE
               SET WS-HISTORY-OPEN TO TRUE
               IF WS-HISTORY-NEW
                   PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                       UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                       MOVE "I" TO HST-ACTION
                       MOVE SPACES TO HST-BEFORE-IMAGE
                       MOVE WS-PRIOR-RECORD (WS-PRIOR-SUB)
                           TO HST-AFTER-IMAGE
                       PERFORM 490-WRITE-HISTORY-RECORD
                   END-PERFORM
               END-IF
           END-IF.

      *    A version matching a prior one on chain, step and
      *    effective-from is the same version - recorded as changed
      *    only if any field differs.  Anything else is new.
       450-RECORD-VERSION-CHANGE.
           MOVE "N" TO WS-PRIOR-FOUND-SWITCH
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                   OR WS-PRIOR-FOUND
               IF WS-PRIOR-CHAIN-ID (WS-PRIOR-SUB) = JS-CHAIN-ID
                   AND WS-PRIOR-STEP-NUMBER (WS-PRIOR-SUB) =
                       JS-STEP-NUMBER
                   AND WS-PRIOR-EFF-FROM (WS-PRIOR-SUB) =
                       JS-EFFECTIVE-FROM
                   AND NOT WS-PRIOR-MATCHED (WS-PRIOR-SUB)
                   SET WS-PRIOR-FOUND TO TRUE
                   SET WS-PRIOR-MATCHED (WS-PRIOR-SUB) TO TRUE
                   IF WS-PRIOR-RECORD (WS-PRIOR-SUB) NOT =
                       JOBSCHED-RECORD
                       MOVE "C" TO HST-ACTION
                       MOVE WS-PRIOR-RECORD (WS-PRIOR-SUB)
                           TO HST-BEFORE-IMAGE
                       MOVE JOBSCHED-RECORD TO HST-AFTER-IMAGE
                       PERFORM 490-WRITE-HISTORY-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-PRIOR-FOUND
               MOVE "A" TO HST-ACTION
               MOVE SPACES TO HST-BEFORE-IMAGE
               MOVE JOBSCHED-RECORD TO HST-AFTER-IMAGE
               PERFORM 490-WRITE-HISTORY-RECORD
           END-IF.

      *    A prior version the new load never matched is gone from
      *    the schedule - dropped from the source or rejected by it.
       480-RECORD-DROPPED-VERSIONS.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
               IF NOT WS-PRIOR-MATCHED (WS-PRIOR-SUB)
                   MOVE "D" TO HST-ACTION
                   MOVE WS-PRIOR-RECORD (WS-PRIOR-SUB)
                       TO HST-BEFORE-IMAGE
                   MOVE SPACES TO HST-AFTER-IMAGE
                   PERFORM 490-WRITE-HISTORY-RECORD
               END-IF
           END-PERFORM.

       490-WRITE-HISTORY-RECORD.
           MOVE WS-STAMP-DATE TO HST-LOAD-DATE
           MOVE WS-STAMP-TIME TO HST-LOAD-TIME
           MOVE SCHEDULE-HISTORY-RECORD TO SCHEDULE-HISTORY-LINE
           WRITE SCHEDULE-HISTORY-LINE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY 'JOBSCHLD ERROR - Cannot write SCHEDHST.DAT, '
                   'status = ' WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT HST-INITIAL-IMAGE
                   ADD 1 TO WS-CHANGES-RECORDED
               END-IF
           END-IF.

      *    The fingerprint must follow the load that was just made; if
      *    it cannot be recorded the next chain start will flag the
      *    file as drifted, so say so now.
       500-RECORD-FINGERPRINT.
           MOVE SPACES TO CTLFPCHK-PARMS
           MOVE "R" TO CF-FUNCTION
           MOVE "JOBSCHED.DAT" TO CF-FILE-NAME
           MOVE "JOBSCHLD" TO CF-CALLER-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "CTLFPCHK" USING CTLFPCHK-PARMS
               ON EXCEPTION
                   DISPLAY 'JOBSCHLD WARNING - CTLFPCHK service not '
                       'available'
                   MOVE 8 TO CF-RETURN-CODE
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF CF-RETURN-CODE NOT = 0
               DISPLAY 'JOBSCHLD WARNING - JOBSCHED.DAT fingerprint '
                   'not recorded, the next chain start will flag it'
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
