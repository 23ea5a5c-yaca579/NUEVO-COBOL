      *                        registered programs with no run record
      *                        for the business date, plus run records
      *                        for PROGRAM-IDs not in the registry at
      *                        all.  Run as a chain step it reconciles
      *                        the chain's business date from
      *                        BATCHGATE's run context (WRUNCTX); run
      *                        on its own the business date defaults
      *                        to today; set ENVRECON_RUN_DATE=
      *                        YYYYMMDD to reconcile a different date
      *                        (e.g. a chain that finishes after
      *                        midnight).
      *                        Ends with GOBACK so it can run as an
      *                        end-of-night step of the chain.
      *                        Run as a chain step, each registered
      *                        program that never checked in also
      *                        raises a warning alert in ENVALERT.DAT
      *                        (source ENVRECON) for ALERTDSP to
      *                        dispatch; a run on its own is a report
      *                        only - set ENVRECON_ALERTS=Y to raise
      *                        them from a standalone run, or N to
      *                        suppress them in the chain.  No alerts
      *                        are raised when the monitor file could
      *                        not be read, since every program would
      *                        then look missed.  The registry and
      *                        monitor file know no chains, so every
      *                        chain carrying ENVRECON finds the same
      *                        missed programs; a program ENVRECON
      *                        has already alerted today - from
      *                        another chain, or an earlier run or
      *                        attempt of this one - is reported but
      *                        not alerted again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "RECONRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ENVALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD               PIC X(139).

       WORKING-STORAGE SECTION.
       COPY "WPROGREG.cpy".
       COPY "WMONREC.cpy".
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-DATE-YYYYMMDD    PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE SPACES.
       01  WS-CHAIN-STEP-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RUN-AS-CHAIN-STEP        VALUE "Y".
       01  WS-REGISTRY-COUNT               PIC 9(04)   VALUE 0.
       01  WS-REGISTRY-TABLE.
           05  WS-REGISTRY-ENTRY           OCCURS 1000 TIMES.
       01  WS-MONITOR-READ-COUNT           PIC 9(06)   VALUE 0.
       01  WS-MONITOR-DATE-COUNT           PIC 9(06)   VALUE 0.
       01  WS-MISSED-COUNT                 PIC 9(04)   VALUE 0.
       COPY "WALERT.cpy".
       01  WS-ALERT-STATUS                 PIC X(02)   VALUE SPACES.
       01  WS-ALERTS-OPTION                PIC X(01)   VALUE SPACES.
       01  WS-RAISE-ALERTS-SWITCH          PIC X(01)   VALUE "N".
           88  WS-RAISE-ALERTS             VALUE "Y".
       01  WS-MONITOR-READ-SWITCH          PIC X(01)   VALUE "N".
           88  WS-MONITOR-READ             VALUE "Y".
       01  WS-ALERTS-RAISED                PIC 9(04)   VALUE 0.
       01  WS-ALERTS-SKIPPED               PIC 9(04)   VALUE 0.
       01  WS-ALERT-EOF-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ALERT-EOF                VALUE "Y".
      *    Programs ENVRECON has already raised a missed-run alert
      *    for today, from ENVALERT.DAT.
       01  WS-ALERTED-COUNT                PIC 9(04)   VALUE 0.
       01  WS-ALERTED-TABLE.
           05  WS-ALERTED-PROGRAM-ID       PIC X(08)
               OCCURS 1000 TIMES.
       01  WS-ALERTED-SUB                  PIC 9(04)   VALUE 0.
       01  WS-ALERT-STAMP.
           05  WS-ALERT-STAMP-DATE         PIC X(08)   VALUE SPACES.
           05  WS-ALERT-STAMP-TIME         PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(37)
               VALUE "   FOR THE DATE:".
           05  TOT-MON-DATE                PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       COPY "WRUNCTX.cpy".

       PROCEDURE DIVISION USING CHAIN-RUN-CONTEXT.
       MAINLINE.
           DISPLAY 'ENVRECON Start - Missed-Run Reconciliation'
           PERFORM 100-SET-RECON-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 300-MATCH-MONITOR-RECORDS
           IF WS-RAISE-ALERTS
               AND WS-MONITOR-READ
               PERFORM 350-LOAD-RAISED-ALERTS
           END-IF
           PERFORM 400-REPORT-MISSED-RUNS
           PERFORM 500-REPORT-UNREGISTERED
           PERFORM 600-REPORT-TOTALS
           DISPLAY 'ENVRECON ' WS-MISSED-COUNT ' registered '
               'program(s) with no run record, ' WS-UNREG-COUNT
               ' unregistered program(s) with run records'
           IF WS-ALERTS-RAISED > 0
               DISPLAY 'ENVRECON ' WS-ALERTS-RAISED ' missed-run '
                   'alert(s) raised'
           END-IF
           IF WS-ALERTS-SKIPPED > 0
               DISPLAY 'ENVRECON ' WS-ALERTS-SKIPPED ' missed-run '
                   'alert(s) already raised today, not repeated'
           END-IF
           IF WS-MISSED-COUNT > 0 OR WS-UNREG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ENVRECON Successfully Completed'
           GOBACK.

      *    Called by BATCHGATE the run-context block is present and
      *    its business date wins; run on its own there is no block
      *    (the address is NULL) and ENVRECON_RUN_DATE or today
      *    applies.
       100-SET-RECON-DATE.
           IF ADDRESS OF CHAIN-RUN-CONTEXT NOT = NULL
               IF CTX-CONTEXT-VALID
                   MOVE "Y" TO WS-CHAIN-STEP-SWITCH
               END-IF
           END-IF
           IF WS-RUN-AS-CHAIN-STEP
               MOVE CTX-BUSINESS-DATE TO WS-RECON-DATE
               DISPLAY 'ENVRECON Chain step - business date '
                   CTX-BUSINESS-DATE ' from the ' CTX-CHAIN-ID
                   ' run context'
           ELSE
               ACCEPT WS-RUN-DATE-OVERRIDE
                   FROM ENVIRONMENT "ENVRECON_RUN_DATE"
               IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   MOVE WS-RUN-DATE-OVERRIDE TO WS-RECON-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-RECON-DATE
               END-IF
           END-IF
           IF WS-RUN-AS-CHAIN-STEP
               MOVE "Y" TO WS-RAISE-ALERTS-SWITCH
           END-IF
           ACCEPT WS-ALERTS-OPTION FROM ENVIRONMENT "ENVRECON_ALERTS"
           MOVE FUNCTION UPPER-CASE(WS-ALERTS-OPTION)
               TO WS-ALERTS-OPTION
           IF WS-ALERTS-OPTION = "Y"
               OR WS-ALERTS-OPTION = "N"
               MOVE WS-ALERTS-OPTION TO WS-RAISE-ALERTS-SWITCH
           END-IF.

       200-LOAD-REGISTRY-TABLE.
                   'ENVCHKMON.DAT, status = ' WS-MONITOR-STATUS
                   ', treating as no run records'
           ELSE
               SET WS-MONITOR-READ TO TRUE
               PERFORM UNTIL WS-MONITOR-EOF
                   READ MONITOR-FILE INTO WS-MONITOR-CSV-LINE
                       AT END
               END-IF
           END-IF.

      *    The alerts' own timestamp is the wall clock, so "already
      *    raised" means raised by ENVRECON today for the program.
      *    No alert file yet means nothing has been raised.
       350-LOAD-RAISED-ALERTS.
           MOVE FUNCTION CURRENT-DATE   TO WS-ALERT-STAMP
           MOVE "N" TO WS-ALERT-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL WS-ALERT-EOF
                   READ ALERT-FILE INTO ALERT-RECORD
                       AT END
                           SET WS-ALERT-EOF TO TRUE
                       NOT AT END
                           IF ALR-SOURCE = "ENVRECON"
                               AND ALR-ALERT-TYPE = "MISS"
                               AND ALR-DATE-YYYY =
                                   WS-ALERT-STAMP-DATE (1:4)
                               AND ALR-DATE-MM =
                                   WS-ALERT-STAMP-DATE (5:2)
                               AND ALR-DATE-DD =
                                   WS-ALERT-STAMP-DATE (7:2)
                               AND WS-ALERTED-COUNT < 1000
                               ADD 1 TO WS-ALERTED-COUNT
                               MOVE ALR-PROGRAM-ID TO
                                   WS-ALERTED-PROGRAM-ID
                                       (WS-ALERTED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       400-REPORT-MISSED-RUNS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
                       MIS-DESCRIPTION
                   MOVE WS-MISSED-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-RAISE-ALERTS
                       AND WS-MONITOR-READ
                       PERFORM 410-ALERT-MISSED-RUN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MISSED-COUNT = 0
               WRITE REPORT-LINE
           END-IF.

      *    One missed-run alert per program per day, however many
      *    chains or reruns reconcile the date.
       410-ALERT-MISSED-RUN.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ALERTED-SUB FROM 1 BY 1
               UNTIL WS-ALERTED-SUB > WS-ALERTED-COUNT
               IF WS-ALERTED-PROGRAM-ID (WS-ALERTED-SUB) =
                   WS-REG-PROGRAM-ID (WS-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-ALERTS-SKIPPED
           ELSE
               PERFORM 415-RAISE-MISSED-RUN-ALERT
           END-IF.

      *    The condition carries no date, so a program missing night
      *    after night rolls up as one chronic condition on the
      *    ALERTDSP action report.
       415-RAISE-MISSED-RUN-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE "W"                     TO ALR-SEVERITY
           MOVE WS-REG-PROGRAM-ID (WS-SUB) TO ALR-PROGRAM-ID
           MOVE "MISS"                  TO ALR-ALERT-TYPE
           MOVE "REGISTERED PROGRAM NEVER CHECKED IN"
               TO ALR-CONDITION
           PERFORM 420-WRITE-ALERT-RECORD.

      *    Same record, same append as ENVCHK00's gate-failure alert,
      *    so ALERTDSP dispatches and escalates it the same way.
       420-WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO WS-ALERT-STAMP
           MOVE WS-ALERT-STAMP-DATE (1:4) TO ALR-DATE-YYYY
           MOVE WS-ALERT-STAMP-DATE (5:2) TO ALR-DATE-MM
           MOVE WS-ALERT-STAMP-DATE (7:2) TO ALR-DATE-DD
           MOVE WS-ALERT-STAMP-TIME (1:2) TO ALR-TIME-HH
           MOVE WS-ALERT-STAMP-TIME (3:2) TO ALR-TIME-MM
           MOVE WS-ALERT-STAMP-TIME (5:2) TO ALR-TIME-SS
           MOVE "N"                     TO ALR-ACK-FLAG
           MOVE "N"                     TO ALR-DISPATCH-FLAG
           MOVE "ENVRECON"              TO ALR-SOURCE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY 'ENVRECON WARNING - unable to open operator '
                   'alert file, FILE STATUS = ' WS-ALERT-STATUS
           ELSE
               MOVE ALERT-RECORD TO ALERT-FILE-RECORD
               WRITE ALERT-FILE-RECORD
               IF WS-ALERT-STATUS NOT = "00"
                   DISPLAY 'ENVRECON WARNING - operator alert write '
                       'failed, FILE STATUS = ' WS-ALERT-STATUS
               ELSE
                   ADD 1 TO WS-ALERTS-RAISED
               END-IF
               CLOSE ALERT-FILE
           END-IF.

       500-REPORT-UNREGISTERED.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
