      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-08-21.
      *REMARKS.                Operator alert dispatcher.  Picks up
      *                        the alerts appended to ENVALERT.DAT -
      *                        gate failures from ENVCHK00, control
      *                        file drift from CTLFPCHK, failed steps
      *                        and stale run locks from BATCHGATE,
      *                        step overruns from SLARPT and missed
      *                        runs from ENVRECON - and prints
      *                        the operator action report
      *                        (ALERTRPT.TXT) of alerts not yet
      *                        dispatched, marking them dispatched so
      *                        the same event is not printed twice.
      *                        Dispatching no longer acknowledges: an
      *                        alert is worked only when the ops desk
      *                        acknowledges it one at a time from
      *                        the operations console (OPSCON) or
      *                        runs with ALERTDSP_ACK_ALL=Y, and an
      *                        alert still unacknowledged after
      *                        ALERTDSP_ESCALATE_HOURS (default 24)
      *                        nothing.  Run by the ops desk on
      *                        demand or as a late step of the
      *                        nightly chain; ends with GOBACK so the
      *                        chain can CALL it.  Both report
      *                        headings carry the business date - the
      *                        chain's, from BATCHGATE's run context
      *                        (WRUNCTX), when run as a chain step,
      *                        else today's.  Alert ages for
      *                        escalation are always measured against
      *                        the clock, since an alert waits in
      *                        real hours whatever date the chain is
      *                        working.  Each line shows the alert
      *                        type and the program that raised it;
      *                        alerts from before source and type were
      *                        recorded are gate failures from
      *                        ENVCHK00 and are rewritten as such.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD                 PIC X(139).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD               PIC X(139).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY              OCCURS 200 TIMES.
               10  WS-GRP-PROGRAM-ID       PIC X(08).
               10  WS-GRP-ALERT-TYPE       PIC X(04).
               10  WS-GRP-CONDITION        PIC X(40).
               10  WS-GRP-COUNT            PIC 9(04).
               10  WS-GRP-FIRST-DATE       PIC X(10).
       01  WS-SUB                          PIC 9(03)   VALUE 0.
       01  WS-ENTRY-SUB                    PIC 9(03)   VALUE 0.
       01  WS-ALERT-DATE-X                 PIC X(10)   VALUE SPACES.
       01  WS-CHAIN-STEP-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RUN-AS-CHAIN-STEP        VALUE "Y".
       01  WS-BUSINESS-DATE.
           05  WS-BUS-DATE-YYYY            PIC X(04)   VALUE SPACES.
           05  WS-BUS-DATE-MM              PIC X(02)   VALUE SPACES.
           05  WS-BUS-DATE-DD              PIC X(02)   VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)
               VALUE "OPERATOR ACTION REPORT - BATCH".
           05  FILLER                      PIC X(08)
               VALUE " ALERTS ".
           05  FILLER                      PIC X(17)
               VALUE "   BUSINESS DATE ".
           05  HDG-BUSINESS-DATE           PIC X(10)   VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(04)   VALUE "SEV ".
           05  FILLER                      PIC X(05)   VALUE "TYPE ".
           05  FILLER                      PIC X(09)
               VALUE "PROGRAM  ".
           05  FILLER                      PIC X(20)
               VALUE "DATE       TIME     ".
           05  FILLER                      PIC X(41)
               VALUE "CONDITION".
           05  FILLER                      PIC X(06)   VALUE "SOURCE".
       01  WS-DETAIL-LINE.
           05  RPT-SEVERITY                PIC X(01)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  RPT-ALERT-TYPE              PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  RPT-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  RPT-ALERT-DATE              PIC X(10)   VALUE SPACES.
           05  RPT-ALERT-TIME              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  RPT-CONDITION               PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  RPT-SOURCE                  PIC X(08)   VALUE SPACES.
       01  WS-CHRONIC-LINE.
           05  FILLER                      PIC X(08)
               VALUE "CHRONIC ".
           05  CHR-ALERT-TYPE              PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  CHR-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  CHR-FIRST-DATE              PIC X(10)   VALUE SPACES.
       01  WS-ESC-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               "ALERT ESCALATION REPORT - UNWORKED".
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(17)
               VALUE "   BUSINESS DATE ".
           05  ESC-BUSINESS-DATE           PIC X(10)   VALUE SPACES.
       01  WS-ESC-HEADING-2.
           05  FILLER                      PIC X(05)   VALUE "TIER ".
           05  FILLER                      PIC X(08)
               VALUE "AGE-HRS ".
           05  FILLER                      PIC X(04)   VALUE "SEV ".
           05  FILLER                      PIC X(05)   VALUE "TYPE ".
           05  FILLER                      PIC X(09)
               VALUE "PROGRAM  ".
           05  FILLER                      PIC X(20)
               VALUE "DATE       TIME     ".
           05  FILLER                      PIC X(41)
               VALUE "CONDITION".
           05  FILLER                      PIC X(06)   VALUE "SOURCE".
       01  WS-ESC-DETAIL.
           05  ESC-TIER                    PIC 9(01)   VALUE 0.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  ESC-SEVERITY                PIC X(01)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  ESC-ALERT-TYPE              PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ESC-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ESC-ALERT-DATE              PIC X(10)   VALUE SPACES.
           05  ESC-ALERT-TIME              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ESC-CONDITION               PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ESC-SOURCE                  PIC X(08)   VALUE SPACES.
       01  WS-ESC-NONE-LINE.
           05  FILLER                      PIC X(26)
               VALUE "    (NO ESCALATED ALERTS)".
               VALUE "ALERTS ESCALATED  ".
           05  ESC-TOTAL                   PIC ZZZ9.

       LINKAGE SECTION.
       COPY "WRUNCTX.cpy".

       PROCEDURE DIVISION USING CHAIN-RUN-CONTEXT.
       MAINLINE.
           DISPLAY 'ALERTDSP Start - Operator Alert Dispatcher'
           PERFORM 050-SET-RUN-OPTIONS
                       WS-ESCALATE-HOURS ' hours'
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           PERFORM 060-SET-BUSINESS-DATE.

      *    Called by BATCHGATE the run-context block is present and
      *    its business date heads the reports; run on its own there
      *    is no block (the address is NULL) and today's date does.
      *    Only the headings use it - WS-NOW-STAMP stays the clock
      *    for alert ages.
       060-SET-BUSINESS-DATE.
           IF ADDRESS OF CHAIN-RUN-CONTEXT NOT = NULL
               IF CTX-CONTEXT-VALID
                   MOVE "Y" TO WS-CHAIN-STEP-SWITCH
               END-IF
           END-IF
           IF WS-RUN-AS-CHAIN-STEP
               MOVE CTX-BUSINESS-DATE TO WS-BUSINESS-DATE
               DISPLAY 'ALERTDSP Chain step - business date '
                   CTX-BUSINESS-DATE ' from the ' CTX-CHAIN-ID
                   ' run context'
           ELSE
               MOVE WS-NOW-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE SPACES TO HDG-BUSINESS-DATE
           STRING WS-BUS-DATE-YYYY "-" WS-BUS-DATE-MM "-"
               WS-BUS-DATE-DD DELIMITED BY SIZE
               INTO HDG-BUSINESS-DATE
           MOVE HDG-BUSINESS-DATE TO ESC-BUSINESS-DATE.

      *    The live file is renamed to the snapshot name, so a gate
      *    appending an alert mid-dispatch starts a fresh live file
               CLOSE ESCALATION-FILE
           END-IF.

      *    Alerts written before source and type were recorded came
      *    only from the ENVCHK00 gate.
       170-DEFAULT-ALERT-SOURCE.
           IF ALR-ALERT-TYPE = SPACES
               MOVE "GATE" TO ALR-ALERT-TYPE
           END-IF
           IF ALR-SOURCE = SPACES
               MOVE "ENVCHK00" TO ALR-SOURCE
           END-IF.

      *    First pass over the snapshot: group the unacknowledged
      *    alerts by type, program-id and condition and watch the
      *    distinct dates - the same condition on two (or more)
      *    consecutive nights marks the group chronic, so the action
      *    report can print one rolled-up line instead of a fresh
      *    line a night.
       180-TALLY-CHRONIC-GROUPS.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
                       AT END
                           SET WS-SNAPSHOT-EOF TO TRUE
                       NOT AT END
                           PERFORM 170-DEFAULT-ALERT-SOURCE
                           IF NOT ALR-ACKNOWLEDGED
                               PERFORM 185-TALLY-ONE-ALERT
                           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GROUP-COUNT
               IF WS-GRP-PROGRAM-ID (WS-SUB) = ALR-PROGRAM-ID
                   AND WS-GRP-ALERT-TYPE (WS-SUB) = ALR-ALERT-TYPE
                   AND WS-GRP-CONDITION (WS-SUB) = ALR-CONDITION
                   MOVE WS-SUB TO WS-ENTRY-SUB
               END-IF
               MOVE WS-GROUP-COUNT TO WS-ENTRY-SUB
               MOVE ALR-PROGRAM-ID TO
                   WS-GRP-PROGRAM-ID (WS-ENTRY-SUB)
               MOVE ALR-ALERT-TYPE TO
                   WS-GRP-ALERT-TYPE (WS-ENTRY-SUB)
               MOVE ALR-CONDITION TO
                   WS-GRP-CONDITION (WS-ENTRY-SUB)
               MOVE 0 TO WS-GRP-COUNT (WS-ENTRY-SUB)
                       SET WS-SNAPSHOT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ALERTS-READ
                       PERFORM 170-DEFAULT-ALERT-SOURCE
                       IF NOT ALR-ACKNOWLEDGED
                           PERFORM 320-AGE-AND-ESCALATE
                           IF NOT ALR-DISPATCHED
                           END-IF
                           IF WS-ACK-ALL
                               MOVE "Y" TO ALR-ACK-FLAG
                               MOVE "ALERTDSP" TO ALR-ACK-OPERATOR
                               MOVE WS-NOW-DATE TO ALR-ACK-DATE
                               MOVE WS-NOW-TIME TO ALR-ACK-TIME
                               MOVE "ACKNOWLEDGED IN BULK"
                                   TO ALR-RESOLUTION
                               ADD 1 TO WS-ACKED-COUNT
                           END-IF
                       END-IF
           IF WS-ENTRY-SUB > 0
               AND WS-GRP-CHRONIC (WS-ENTRY-SUB)
               IF NOT WS-GRP-PRINTED (WS-ENTRY-SUB)
                   MOVE WS-GRP-ALERT-TYPE (WS-ENTRY-SUB)
                       TO CHR-ALERT-TYPE
                   MOVE WS-GRP-PROGRAM-ID (WS-ENTRY-SUB)
                       TO CHR-PROGRAM-ID
                   MOVE WS-GRP-FIRST-DATE (WS-ENTRY-SUB)
               END-IF
           ELSE
               MOVE ALR-SEVERITY   TO RPT-SEVERITY
               MOVE ALR-ALERT-TYPE TO RPT-ALERT-TYPE
               MOVE ALR-PROGRAM-ID TO RPT-PROGRAM-ID
               STRING ALR-DATE-YYYY "-" ALR-DATE-MM "-" ALR-DATE-DD
                   DELIMITED BY SIZE INTO RPT-ALERT-DATE
               STRING ALR-TIME-HH ":" ALR-TIME-MM ":" ALR-TIME-SS
                   DELIMITED BY SIZE INTO RPT-ALERT-TIME
               MOVE ALR-CONDITION  TO RPT-CONDITION
               MOVE ALR-SOURCE     TO RPT-SOURCE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-NEW-ALERT-COUNT
               MOVE WS-ESC-TIER TO ESC-TIER
               MOVE WS-AGE-HOURS TO ESC-AGE-HOURS
               MOVE ALR-SEVERITY   TO ESC-SEVERITY
               MOVE ALR-ALERT-TYPE TO ESC-ALERT-TYPE
               MOVE ALR-PROGRAM-ID TO ESC-PROGRAM-ID
               MOVE SPACES TO ESC-ALERT-DATE
               STRING ALR-DATE-YYYY "-" ALR-DATE-MM "-" ALR-DATE-DD
               STRING ALR-TIME-HH ":" ALR-TIME-MM ":" ALR-TIME-SS
                   DELIMITED BY SIZE INTO ESC-ALERT-TIME
               MOVE ALR-CONDITION  TO ESC-CONDITION
               MOVE ALR-SOURCE     TO ESC-SOURCE
               MOVE WS-ESC-DETAIL TO ESCALATION-LINE
               WRITE ESCALATION-LINE
           END-IF.
