       IDENTIFICATION DIVISION.
       PROGRAM-ID.             OPSCON.
      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-10-15.
      *REMARKS.                Operations console for the batch desk,
      *                        replacing text-editor holds and bulk
      *                        alert acknowledgment.  After the
      *                        operator signs on with an operator ID
      *                        it shows one chain date's steps - the
      *                        schedule version in force (JOBSCHED.DAT)
      *                        with each step's live status from the
      *                        step log (BATCHSTP.DAT): completed,
      *                        failed, retrying, held, timed out on its
      *                        input, disabled, not due by its
      *                        frequency (FREQCHK), or not yet run -
      *                        with any operator hold in force and
      *                        whether the chain's run lock is taken.
      *                        The chain defaults to OPSCON_CHAIN (else
      *                        NIGHTLY) and the date to OPSCON_DATE,
      *                        else the date of the running chain's
      *                        lock, else today; both can be changed
      *                        on the screen.  From the console the
      *                        operator adds (or changes) and releases
      *                        step holds in STEPHOLD.DAT - a hold is
      *                        accepted only for a step and program
      *                        that JOBSCHED.DAT has on the chain for
      *                        the hold dates, through a valid date
      *                        not before the chain date, with a
      *                        reason - and the fingerprint of the
      *                        changed file is recorded through
      *                        CTLFPCHK, so a console change is a
      *                        sanctioned one and BATCHGATE does not
      *                        report it as drift.  BATCHGATE reads
      *                        the holds at chain start, so a change
      *                        made while the chain runs takes effect
      *                        at its next start.  The operator also
      *                        acknowledges open alerts from
      *                        ENVALERT.DAT one at a time, with a
      *                        resolution note; the operator ID, time
      *                        and note are stamped on the alert.  The
      *                        alert file is rewritten through a
      *                        snapshot (OPSCON.TMP), the rename trick
      *                        ALERTDSP uses, so an alert appended
      *                        meanwhile is not lost.  Every console
      *                        action - sign-on and sign-off included -
      *                        is appended to the operator action
      *                        audit file OPSAUDIT.DAT (WOPSAUD) with
      *                        before and after images; the console
      *                        will not sign an operator on if the
      *                        audit file cannot be written.

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
           SELECT ALERT-FILE ASSIGN TO "ENVALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "OPSCON.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "OPSAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       01  JOB-SCHEDULE-RECORD             PIC X(189).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD                 PIC X(53).

       FD  STEP-HOLD-FILE.
       01  STEP-HOLD-RECORD                PIC X(68).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD               PIC X(139).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD                 PIC X(139).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD                 PIC X(48).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD               PIC X(317).

       WORKING-STORAGE SECTION.
       COPY "WJOBSCHD.cpy".
       COPY "WSTEPLOG.cpy".
       COPY "WSTPHOLD.cpy".
       COPY "WALERT.cpy".
       COPY "WOPSAUD.cpy".
       COPY "WBUSDATE.cpy".
       COPY "WFREQCHK.cpy".
       COPY "WCTLFPCK.cpy".
       01  WS-SCHEDULE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-STEP-LOG-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-STEP-HOLD-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-ALERT-STATUS                 PIC X(02)   VALUE SPACES.
       01  WS-SNAPSHOT-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RUN-LOCK-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(02)   VALUE SPACES.
       01  WS-SCHEDULE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-SCHEDULE-EOF             VALUE "Y".
       01  WS-STEP-LOG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-STEP-LOG-EOF             VALUE "Y".
       01  WS-STEP-HOLD-EOF-SWITCH         PIC X(01)   VALUE "N".
           88  WS-STEP-HOLD-EOF            VALUE "Y".
       01  WS-ALERT-EOF-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ALERT-EOF                VALUE "Y".
       01  WS-SNAPSHOT-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-SNAPSHOT-EOF             VALUE "Y".
       01  WS-IN-FORCE-SWITCH              PIC X(01)   VALUE "Y".
           88  WS-VERSION-IN-FORCE         VALUE "Y".
       01  WS-SIGNED-ON-SWITCH             PIC X(01)   VALUE "N".
           88  WS-SIGNED-ON                VALUE "Y".
       01  WS-EXIT-SWITCH                  PIC X(01)   VALUE "N".
           88  WS-EXIT-REQUESTED           VALUE "Y".
       01  WS-RETURN-SWITCH                PIC X(01)   VALUE "N".
           88  WS-RETURN-REQUESTED         VALUE "Y".
       01  WS-RELOAD-SWITCH                PIC X(01)   VALUE "Y".
           88  WS-RELOAD-NEEDED            VALUE "Y".
       01  WS-SELECTION-SWITCH             PIC X(01)   VALUE "N".
           88  WS-SELECTION-VALID          VALUE "Y".
       01  WS-ENTRY-VALID-SWITCH           PIC X(01)   VALUE "N".
           88  WS-ENTRY-VALID              VALUE "Y".
       01  WS-CHAIN-RUNNING-SWITCH         PIC X(01)   VALUE "N".
           88  WS-CHAIN-RUNNING            VALUE "Y".
       01  WS-HOLDS-LOADED-SWITCH          PIC X(01)   VALUE "N".
           88  WS-HOLDS-LOADED             VALUE "Y".
       01  WS-HOLD-FILE-OK-SWITCH          PIC X(01)   VALUE "N".
           88  WS-HOLD-FILE-OK             VALUE "Y".
       01  WS-BUSDATE-OK-SWITCH            PIC X(01)   VALUE "Y".
           88  WS-BUSDATE-OK               VALUE "Y".
       01  WS-AUDIT-OK-SWITCH              PIC X(01)   VALUE "N".
           88  WS-AUDIT-OK                 VALUE "Y".
       01  WS-ALERT-FOUND-SWITCH           PIC X(01)   VALUE "N".
           88  WS-ALERT-FOUND              VALUE "Y".
       01  WS-ALERT-REWRITE-SWITCH         PIC X(01)   VALUE "N".
           88  WS-ALERT-REWRITE-OK         VALUE "Y".

      *    The chain and chain date the console is working, and the
      *    operator signed on.
       01  WS-OPERATOR-ID                  PIC X(08)   VALUE SPACES.
       01  WS-CHAIN-ID                     PIC X(08)   VALUE SPACES.
       01  WS-CHAIN-DATE.
           05  WS-CHAIN-DATE-YYYY          PIC X(04)   VALUE SPACES.
           05  WS-CHAIN-DATE-MM            PIC X(02)   VALUE SPACES.
           05  WS-CHAIN-DATE-DD            PIC X(02)   VALUE SPACES.
       01  WS-CHAIN-DATE-DISPLAY           PIC X(10)   VALUE SPACES.
       01  WS-OPTION-CHAIN                 PIC X(08)   VALUE SPACES.
       01  WS-OPTION-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMMDD         PIC X(08)   VALUE SPACES.
           05  WS-CURRENT-HHMMSS           PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  WS-DATE-CHECK-N                 PIC 9(08)   VALUE 0.

      *    Screen entry fields, one group per screen.
       01  WS-SIGNON-INPUT.
           05  WS-SIGNON-OPERATOR          PIC X(08)   VALUE SPACES.
           05  WS-SIGNON-CHAIN             PIC X(08)   VALUE SPACES.
           05  WS-SIGNON-DATE              PIC X(08)   VALUE SPACES.
           05  WS-SIGNON-COMMAND           PIC X(01)   VALUE SPACES.
       01  WS-MAIN-INPUT.
           05  WS-MAIN-CHAIN               PIC X(08)   VALUE SPACES.
           05  WS-MAIN-DATE                PIC X(08)   VALUE SPACES.
           05  WS-MAIN-COMMAND             PIC X(01)   VALUE SPACES.
       01  WS-HOLD-INPUT.
           05  WS-HOLD-ACTION              PIC X(01)   VALUE SPACES.
           05  WS-HOLD-STEP-X              PIC X(04)   VALUE SPACES.
           05  WS-HOLD-PROGRAM             PIC X(08)   VALUE SPACES.
           05  WS-HOLD-THRU-X              PIC X(08)   VALUE SPACES.
           05  WS-HOLD-REASON-X            PIC X(40)   VALUE SPACES.
       01  WS-ALERT-INPUT.
           05  WS-ALERT-COMMAND            PIC X(01)   VALUE SPACES.
           05  WS-ALERT-NUMBER-X           PIC X(04)   VALUE SPACES.
           05  WS-ALERT-RESOLUTION         PIC X(40)   VALUE SPACES.

      *    Screen display fields.
       01  WS-MESSAGE                      PIC X(78)   VALUE SPACES.
       01  WS-RUN-STATE-TEXT               PIC X(45)   VALUE SPACES.
       01  WS-SUMMARY-TEXT                 PIC X(60)   VALUE SPACES.
       01  WS-PAGE-TEXT                    PIC X(16)   VALUE SPACES.
       01  WS-COLUMN-HEADING               PIC X(78)   VALUE SPACES.
       01  WS-STEP-HEADING                 PIC X(78)   VALUE
           "STEP PROGRAM  STATUS                           HOLD THRU  RE
      -    "ASON".
       01  WS-HOLD-HEADING                 PIC X(78)   VALUE
           "STEP PROGRAM  HOLD THRU  REASON".
       01  WS-ALERT-HEADING                PIC X(78)   VALUE
           "NO.  S TYPE PROGRAM  DATE       TIME  CONDITION".
       01  WS-SCREEN-LINES.
           05  WS-SCR-LINE-01              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-02              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-03              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-04              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-05              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-06              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-07              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-08              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-09              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-10              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-11              PIC X(78)   VALUE SPACES.
           05  WS-SCR-LINE-12              PIC X(78)   VALUE SPACES.
       01  WS-SCREEN-TABLE REDEFINES WS-SCREEN-LINES.
           05  WS-SCR-LINE                 PIC X(78)   OCCURS 12 TIMES.

      *    The list being paged on the current screen - steps, holds
      *    or alerts - twelve lines to a page.
       01  WS-LIST-COUNT                   PIC 9(04)   VALUE 0.
       01  WS-LIST-TOP                     PIC 9(04)   VALUE 1.
       01  WS-LIST-TABLE.
           05  WS-LIST-LINE                PIC X(78)   OCCURS 500 TIMES.
       01  WS-PAGE-NUMBER                  PIC 9(02)   VALUE 0.
       01  WS-PAGE-TOTAL                   PIC 9(02)   VALUE 0.

       01  WS-STEP-LINE.
           05  STL-STEP-NUMBER             PIC 9(04)   VALUE 0.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  STL-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  STL-STATUS                  PIC X(32)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  STL-HOLD-THRU               PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  STL-HOLD-REASON             PIC X(20)   VALUE SPACES.
       01  WS-HOLD-LINE.
           05  HLL-STEP-NUMBER             PIC 9(04)   VALUE 0.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  HLL-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  HLL-HOLD-THRU               PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  HLL-REASON                  PIC X(40)   VALUE SPACES.
       01  WS-ALERT-LINE.
           05  ALL-NUMBER                  PIC ZZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ALL-SEVERITY                PIC X(01)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ALL-ALERT-TYPE              PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ALL-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ALL-ALERT-DATE              PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ALL-ALERT-TIME              PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  ALL-CONDITION               PIC X(40)   VALUE SPACES.
       01  WS-DATE-EDIT                    PIC X(10)   VALUE SPACES.
       01  WS-TIME-EDIT                    PIC X(08)   VALUE SPACES.
       01  WS-COUNT-EDIT                   PIC ZZZ9.
       01  WS-COUNT-EDIT-2                 PIC ZZZ9.

      *    BATCHGATE's run lock for the chain (BATCHGATE.<chain>.LCK)
      *    - present while the chain runs, or left by a crashed run.
       01  WS-LOCK-FILENAME                PIC X(24)   VALUE SPACES.
       01  WS-LOCK-RECORD.
           05  LOCK-RUN-DATE               PIC X(08).
           05  LOCK-RUN-TIME               PIC X(08).
           05  LOCK-IDENTITY               PIC X(24).
           05  LOCK-CHAIN-ID               PIC X(08).

      *    Step log records for the chain date, in log order - the
      *    last one for a step is its live status.
       01  WS-LOG-COUNT                    PIC 9(04)   VALUE 0.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY                OCCURS 500 TIMES.
               10  WS-LG-STEP-NUMBER       PIC 9(04).
               10  WS-LG-PROGRAM-ID        PIC X(08).
               10  WS-LG-TIME              PIC X(06).
               10  WS-LG-RC                PIC 9(04).
               10  WS-LG-STATUS            PIC X(01).
               10  WS-LG-ATTEMPT           PIC 9(02).
       01  WS-MATCH-SUB                    PIC 9(04)   VALUE 0.

      *    Every STEPHOLD.DAT record, all chains and expired ones
      *    included, as read - the file is rewritten from here.
       01  WS-HOLD-COUNT                   PIC 9(04)   VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-IMAGE               PIC X(68)   OCCURS 500 TIMES.
       01  WS-HOLD-SUB                     PIC 9(04)   VALUE 0.
       01  WS-HOLD-MATCH-SUB               PIC 9(04)   VALUE 0.
       01  WS-HOLDS-IN-FORCE               PIC 9(04)   VALUE 0.
       01  WS-FIND-STEP-NUMBER             PIC 9(04)   VALUE 0.
       01  WS-FIND-PROGRAM-ID              PIC X(08)   VALUE SPACES.
       01  WS-HOLD-THRU                    PIC X(08)   VALUE SPACES.
       01  WS-SCHEDULE-PROGRAM-ID          PIC X(08)   VALUE SPACES.
       01  WS-BEFORE-IMAGE                 PIC X(139)  VALUE SPACES.

      *    Unacknowledged alerts, oldest first, as the raw records.
       01  WS-OPEN-ALERT-TOTAL             PIC 9(04)   VALUE 0.
       01  WS-ALERT-COUNT                  PIC 9(04)   VALUE 0.
       01  WS-ALERT-TABLE.
           05  WS-ALERT-IMAGE              PIC X(139)  OCCURS 500 TIMES.
       01  WS-ALERT-SUB                    PIC 9(04)   VALUE 0.
       01  WS-ACK-KEY                      PIC X(139)  VALUE SPACES.
       01  WS-SYSTEM-COMMAND               PIC X(64)   VALUE SPACES.

       01  WS-SUB                          PIC 9(04)   VALUE 0.
       01  WS-LINE-SUB                     PIC 9(04)   VALUE 0.
       01  WS-SAVE-RC                      PIC S9(04)  VALUE 0.
       01  WS-MESSAGE-POINTER              PIC 9(04)   VALUE 0.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "OPSCON".
           05  LINE 1 COLUMN 22
               VALUE "BATCH OPERATIONS CONSOLE - SIGN ON".
           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID :".
           05  LINE 4 COLUMN 19 PIC X(08) USING WS-SIGNON-OPERATOR.
           05  LINE 6 COLUMN 5 VALUE "CHAIN       :".
           05  LINE 6 COLUMN 19 PIC X(08) USING WS-SIGNON-CHAIN.
           05  LINE 6 COLUMN 29
               VALUE "(NIGHTLY, INTRADAY, WEEKEND)".
           05  LINE 8 COLUMN 5 VALUE "CHAIN DATE  :".
           05  LINE 8 COLUMN 19 PIC X(08) USING WS-SIGNON-DATE.
           05  LINE 8 COLUMN 29 VALUE "(YYYYMMDD)".
           05  LINE 20 COLUMN 1 VALUE "COMMAND:".
           05  LINE 20 COLUMN 10 PIC X(01) USING WS-SIGNON-COMMAND.
           05  LINE 20 COLUMN 13 VALUE "ENTER=SIGN ON  X=EXIT".
           05  LINE 23 COLUMN 1 PIC X(78) FROM WS-MESSAGE.

       01  SCR-STATUS.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "OPSCON".
           05  LINE 1 COLUMN 9
               VALUE "BATCH OPERATIONS CONSOLE - STEP STATUS".
           05  LINE 1 COLUMN 61 VALUE "OPERATOR".
           05  LINE 1 COLUMN 70 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 2 COLUMN 1 VALUE "CHAIN:".
           05  LINE 2 COLUMN 8 PIC X(08) USING WS-MAIN-CHAIN.
           05  LINE 2 COLUMN 18 VALUE "DATE:".
           05  LINE 2 COLUMN 24 PIC X(08) USING WS-MAIN-DATE.
           05  LINE 2 COLUMN 34 PIC X(45) FROM WS-RUN-STATE-TEXT.
           05  LINE 3 COLUMN 1 PIC X(60) FROM WS-SUMMARY-TEXT.
           05  LINE 3 COLUMN 63 PIC X(16) FROM WS-PAGE-TEXT.
           05  LINE 4 COLUMN 1 PIC X(78) FROM WS-COLUMN-HEADING.
           05  LINE 5 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-01.
           05  LINE 6 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-02.
           05  LINE 7 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-03.
           05  LINE 8 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-04.
           05  LINE 9 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-05.
           05  LINE 10 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-06.
           05  LINE 11 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-07.
           05  LINE 12 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-08.
           05  LINE 13 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-09.
           05  LINE 14 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-10.
           05  LINE 15 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-11.
           05  LINE 16 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-12.
           05  LINE 20 COLUMN 1 VALUE "COMMAND:".
           05  LINE 20 COLUMN 10 PIC X(01) USING WS-MAIN-COMMAND.
           05  LINE 21 COLUMN 1 VALUE
               "R=REFRESH  N=NEXT PAGE  P=PREV PAGE  H=STEP HOLDS  A=AL
      -        "ERTS  X=SIGN OFF".
           05  LINE 22 COLUMN 1 VALUE
               "(KEY A NEW CHAIN OR DATE ABOVE TO CHANGE THEM)".
           05  LINE 23 COLUMN 1 PIC X(78) FROM WS-MESSAGE.

       01  SCR-HOLD.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "OPSCON".
           05  LINE 1 COLUMN 9
               VALUE "BATCH OPERATIONS CONSOLE - STEP HOLDS".
           05  LINE 1 COLUMN 61 VALUE "OPERATOR".
           05  LINE 1 COLUMN 70 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 2 COLUMN 1 VALUE "CHAIN:".
           05  LINE 2 COLUMN 8 PIC X(08) FROM WS-CHAIN-ID.
           05  LINE 2 COLUMN 18 VALUE "DATE:".
           05  LINE 2 COLUMN 24 PIC X(10) FROM WS-CHAIN-DATE-DISPLAY.
           05  LINE 2 COLUMN 36 PIC X(43) FROM WS-RUN-STATE-TEXT.
           05  LINE 3 COLUMN 1 PIC X(60) FROM WS-SUMMARY-TEXT.
           05  LINE 3 COLUMN 63 PIC X(16) FROM WS-PAGE-TEXT.
           05  LINE 4 COLUMN 1 PIC X(78) FROM WS-COLUMN-HEADING.
           05  LINE 5 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-01.
           05  LINE 6 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-02.
           05  LINE 7 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-03.
           05  LINE 8 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-04.
           05  LINE 9 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-05.
           05  LINE 10 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-06.
           05  LINE 11 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-07.
           05  LINE 12 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-08.
           05  LINE 13 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-09.
           05  LINE 14 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-10.
           05  LINE 15 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-11.
           05  LINE 16 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-12.
           05  LINE 18 COLUMN 1 VALUE "STEP:".
           05  LINE 18 COLUMN 7 PIC X(04) USING WS-HOLD-STEP-X.
           05  LINE 18 COLUMN 13 VALUE "PROGRAM:".
           05  LINE 18 COLUMN 22 PIC X(08) USING WS-HOLD-PROGRAM.
           05  LINE 18 COLUMN 32 VALUE "HOLD THRU:".
           05  LINE 18 COLUMN 43 PIC X(08) USING WS-HOLD-THRU-X.
           05  LINE 18 COLUMN 53 VALUE "(YYYYMMDD)".
           05  LINE 19 COLUMN 1 VALUE "REASON:".
           05  LINE 19 COLUMN 9 PIC X(40) USING WS-HOLD-REASON-X.
           05  LINE 20 COLUMN 1 VALUE "ACTION:".
           05  LINE 20 COLUMN 9 PIC X(01) USING WS-HOLD-ACTION.
           05  LINE 21 COLUMN 1 VALUE
               "A=ADD OR CHANGE HOLD  R=RELEASE HOLD  N=NEXT PAGE  P=PRE
      -        "V PAGE  X=RETURN".
           05  LINE 23 COLUMN 1 PIC X(78) FROM WS-MESSAGE.

       01  SCR-ALERT.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "OPSCON".
           05  LINE 1 COLUMN 9
               VALUE "BATCH OPERATIONS CONSOLE - OPEN ALERTS".
           05  LINE 1 COLUMN 61 VALUE "OPERATOR".
           05  LINE 1 COLUMN 70 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 3 COLUMN 1 PIC X(60) FROM WS-SUMMARY-TEXT.
           05  LINE 3 COLUMN 63 PIC X(16) FROM WS-PAGE-TEXT.
           05  LINE 4 COLUMN 1 PIC X(78) FROM WS-COLUMN-HEADING.
           05  LINE 5 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-01.
           05  LINE 6 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-02.
           05  LINE 7 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-03.
           05  LINE 8 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-04.
           05  LINE 9 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-05.
           05  LINE 10 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-06.
           05  LINE 11 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-07.
           05  LINE 12 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-08.
           05  LINE 13 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-09.
           05  LINE 14 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-10.
           05  LINE 15 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-11.
           05  LINE 16 COLUMN 1 PIC X(78) FROM WS-SCR-LINE-12.
           05  LINE 18 COLUMN 1 VALUE "ALERT NO:".
           05  LINE 18 COLUMN 11 PIC X(04) USING WS-ALERT-NUMBER-X.
           05  LINE 19 COLUMN 1 VALUE "RESOLUTION:".
           05  LINE 19 COLUMN 13 PIC X(40) USING WS-ALERT-RESOLUTION.
           05  LINE 20 COLUMN 1 VALUE "COMMAND:".
           05  LINE 20 COLUMN 10 PIC X(01) USING WS-ALERT-COMMAND.
           05  LINE 21 COLUMN 1 VALUE
               "A=ACKNOWLEDGE  R=REFRESH  N=NEXT PAGE  P=PREV PAGE  X=RE
      -        "TURN".
           05  LINE 23 COLUMN 1 PIC X(78) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 150-SIGN-ON
           IF WS-SIGNED-ON
               PERFORM UNTIL WS-EXIT-REQUESTED
                   PERFORM 200-STATUS-CONSOLE
               END-PERFORM
               MOVE "O" TO OPA-ACTION
               MOVE SPACES TO OPA-BEFORE-IMAGE
               MOVE SPACES TO OPA-AFTER-IMAGE
               PERFORM 900-WRITE-AUDIT-RECORD
               DISPLAY 'OPSCON Operator ' FUNCTION TRIM(WS-OPERATOR-ID)
                   ' signed off'
           END-IF
           STOP RUN.

      *    Chain and date defaults for the sign-on screen, and the
      *    operator ID the session runs under as a suggestion - the
      *    operator still keys (or confirms) it.
       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-OPTION-CHAIN FROM ENVIRONMENT "OPSCON_CHAIN"
           ACCEPT WS-OPTION-DATE FROM ENVIRONMENT "OPSCON_DATE"
           MOVE FUNCTION UPPER-CASE(WS-OPTION-CHAIN) TO WS-SIGNON-CHAIN
           IF WS-SIGNON-CHAIN = SPACES
               MOVE "NIGHTLY" TO WS-SIGNON-CHAIN
           END-IF
           MOVE WS-OPTION-DATE TO WS-SIGNON-DATE
           ACCEPT WS-SIGNON-OPERATOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION UPPER-CASE(WS-SIGNON-OPERATOR)
               TO WS-SIGNON-OPERATOR.

       150-SIGN-ON.
           PERFORM UNTIL WS-SIGNED-ON OR WS-EXIT-REQUESTED
               MOVE SPACE TO WS-SIGNON-COMMAND
               DISPLAY SCR-SIGNON
               ACCEPT SCR-SIGNON
               MOVE SPACES TO WS-MESSAGE
               MOVE FUNCTION UPPER-CASE(WS-SIGNON-COMMAND)
                   TO WS-SIGNON-COMMAND
               IF WS-SIGNON-COMMAND = "X"
                   SET WS-EXIT-REQUESTED TO TRUE
               ELSE
                   PERFORM 160-VALIDATE-SIGN-ON
               END-IF
           END-PERFORM.

      *    The sign-on record is the first audit write of the session
      *    - an operator is not signed on unless it lands, so no
      *    action can be taken that the audit file would miss.
       160-VALIDATE-SIGN-ON.
           MOVE FUNCTION UPPER-CASE(WS-SIGNON-OPERATOR)
               TO WS-SIGNON-OPERATOR
           IF WS-SIGNON-OPERATOR = SPACES
               MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
           ELSE
               MOVE WS-SIGNON-CHAIN TO WS-MAIN-CHAIN
               MOVE WS-SIGNON-DATE TO WS-MAIN-DATE
               PERFORM 210-VALIDATE-CHAIN-DATE
               MOVE WS-MAIN-CHAIN TO WS-SIGNON-CHAIN
               MOVE WS-MAIN-DATE TO WS-SIGNON-DATE
               IF WS-SELECTION-VALID
                   MOVE WS-SIGNON-OPERATOR TO WS-OPERATOR-ID
                   MOVE "I" TO OPA-ACTION
                   MOVE SPACES TO OPA-BEFORE-IMAGE
                   MOVE SPACES TO OPA-AFTER-IMAGE
                   PERFORM 900-WRITE-AUDIT-RECORD
                   IF WS-AUDIT-OK
                       SET WS-SIGNED-ON TO TRUE
                   ELSE
                       MOVE SPACES TO WS-OPERATOR-ID
                       MOVE SPACES TO WS-MESSAGE
                       STRING "CANNOT WRITE OPSAUDIT.DAT, STATUS "
                           WS-AUDIT-STATUS " - SIGN-ON REFUSED"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *    One round trip of the step status screen.  A chain or date
      *    keyed over the header is taken first, whatever the
      *    command.
       200-STATUS-CONSOLE.
           IF WS-RELOAD-NEEDED
               PERFORM 300-LOAD-STEP-STATUS
               MOVE "N" TO WS-RELOAD-SWITCH
           END-IF
           PERFORM 800-FILL-SCREEN-PAGE
           MOVE WS-CHAIN-ID TO WS-MAIN-CHAIN
           MOVE WS-CHAIN-DATE TO WS-MAIN-DATE
           MOVE SPACE TO WS-MAIN-COMMAND
           DISPLAY SCR-STATUS
           ACCEPT SCR-STATUS
           MOVE SPACES TO WS-MESSAGE
           MOVE FUNCTION UPPER-CASE(WS-MAIN-COMMAND) TO WS-MAIN-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-MAIN-CHAIN) TO WS-MAIN-CHAIN
           IF WS-MAIN-CHAIN NOT = WS-CHAIN-ID
               OR WS-MAIN-DATE NOT = WS-CHAIN-DATE
               PERFORM 210-VALIDATE-CHAIN-DATE
           ELSE
           IF WS-MAIN-COMMAND = "X"
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
           IF WS-MAIN-COMMAND = "R" OR WS-MAIN-COMMAND = SPACE
               SET WS-RELOAD-NEEDED TO TRUE
           ELSE
           IF WS-MAIN-COMMAND = "N"
               PERFORM 810-NEXT-PAGE
           ELSE
           IF WS-MAIN-COMMAND = "P"
               PERFORM 820-PREVIOUS-PAGE
           ELSE
           IF WS-MAIN-COMMAND = "H"
               PERFORM 400-HOLD-CONSOLE
               SET WS-RELOAD-NEEDED TO TRUE
           ELSE
           IF WS-MAIN-COMMAND = "A"
               PERFORM 600-ALERT-CONSOLE
               SET WS-RELOAD-NEEDED TO TRUE
           ELSE
               MOVE "COMMAND MUST BE R, N, P, H, A OR X" TO WS-MESSAGE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Edits the chain and date keyed in WS-MAIN-CHAIN and
      *    WS-MAIN-DATE and, when both are good, makes them the
      *    console's.  A blank date is the running chain's date (from
      *    its run lock) or else today.
       210-VALIDATE-CHAIN-DATE.
           MOVE "N" TO WS-SELECTION-SWITCH
           MOVE FUNCTION UPPER-CASE(WS-MAIN-CHAIN) TO WS-MAIN-CHAIN
           IF WS-MAIN-CHAIN = SPACES
               MOVE "NIGHTLY" TO WS-MAIN-CHAIN
           END-IF
           MOVE WS-MAIN-CHAIN TO JS-CHAIN-ID
           IF NOT JS-VALID-CHAIN
               MOVE SPACES TO WS-MESSAGE
               STRING "CHAIN " DELIMITED BY SIZE
                   WS-MAIN-CHAIN DELIMITED BY SPACE
                   " IS NOT A KNOWN CHAIN (NIGHTLY, INTRADAY, WEEKEND)"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               IF WS-MAIN-DATE = SPACES
                   PERFORM 230-CHECK-RUN-LOCK
                   IF WS-CHAIN-RUNNING
                       AND LOCK-RUN-DATE IS NUMERIC
                       MOVE LOCK-RUN-DATE TO WS-MAIN-DATE
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                       MOVE WS-CURRENT-YYYYMMDD TO WS-MAIN-DATE
                   END-IF
               END-IF
               MOVE "N" TO WS-ENTRY-VALID-SWITCH
               IF WS-MAIN-DATE IS NUMERIC
                   MOVE WS-MAIN-DATE TO WS-DATE-CHECK-N
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK-N) = 0
                       SET WS-ENTRY-VALID TO TRUE
                   END-IF
               END-IF
               IF NOT WS-ENTRY-VALID
                   MOVE "CHAIN DATE MUST BE A VALID DATE, YYYYMMDD"
                       TO WS-MESSAGE
               ELSE
                   SET WS-SELECTION-VALID TO TRUE
                   MOVE WS-MAIN-CHAIN TO WS-CHAIN-ID
                   MOVE WS-MAIN-DATE TO WS-CHAIN-DATE
                   MOVE SPACES TO WS-CHAIN-DATE-DISPLAY
                   STRING WS-CHAIN-DATE-YYYY "-" WS-CHAIN-DATE-MM "-"
                       WS-CHAIN-DATE-DD
                       DELIMITED BY SIZE INTO WS-CHAIN-DATE-DISPLAY
                   MOVE 1 TO WS-LIST-TOP
                   SET WS-RELOAD-NEEDED TO TRUE
               END-IF
           END-IF.

      *    The lock is BATCHGATE's, taken at chain start and removed
      *    at the end; one left by a crashed run reads the same, so
      *    the screen says the lock is taken and when, not that the
      *    chain is certainly alive.
       230-CHECK-RUN-LOCK.
           MOVE "N" TO WS-CHAIN-RUNNING-SWITCH
           MOVE SPACES TO WS-LOCK-RECORD
           MOVE SPACES TO WS-LOCK-FILENAME
           STRING "BATCHGATE." DELIMITED BY SIZE
               WS-MAIN-CHAIN DELIMITED BY SPACE
               ".LCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME
           OPEN INPUT RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = "00"
               READ RUN-LOCK-FILE INTO WS-LOCK-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE RUN-LOCK-FILE
               SET WS-CHAIN-RUNNING TO TRUE
           END-IF
           MOVE SPACES TO WS-RUN-STATE-TEXT
           IF WS-CHAIN-RUNNING
               STRING "LOCK TAKEN " LOCK-RUN-DATE (1:4) "-"
                   LOCK-RUN-DATE (5:2) "-" LOCK-RUN-DATE (7:2) " "
                   LOCK-RUN-TIME (1:2) ":" LOCK-RUN-TIME (3:2)
                   " - CHAIN RUNNING"
                   DELIMITED BY SIZE INTO WS-RUN-STATE-TEXT
           ELSE
               MOVE "NO RUN LOCK - CHAIN NOT RUNNING"
                   TO WS-RUN-STATE-TEXT
           END-IF.

      *    Builds the step list: every step of the chain in the
      *    schedule version in force on the chain date, in schedule
      *    (run) order.
       300-LOAD-STEP-STATUS.
           MOVE WS-CHAIN-ID TO WS-MAIN-CHAIN
           PERFORM 230-CHECK-RUN-LOCK
           PERFORM 310-LOAD-STEP-LOG
           PERFORM 320-LOAD-HOLD-FILE
           PERFORM 330-ASK-BUSINESS-DATE
           PERFORM 650-LOAD-OPEN-ALERTS
           MOVE WS-STEP-HEADING TO WS-COLUMN-HEADING
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-HOLDS-IN-FORCE
           MOVE "N" TO WS-SCHEDULE-EOF-SWITCH
           OPEN INPUT JOB-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE
               STRING "CANNOT OPEN JOBSCHED.DAT, STATUS "
                   WS-SCHEDULE-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               PERFORM UNTIL WS-SCHEDULE-EOF
                   READ JOB-SCHEDULE-FILE INTO JOBSCHED-RECORD
                       AT END
                           SET WS-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF JS-CHAIN-ID = SPACES
                               MOVE "NIGHTLY" TO JS-CHAIN-ID
                           END-IF
                           PERFORM 305-CHECK-VERSION-IN-FORCE
                           IF JS-CHAIN-ID = WS-CHAIN-ID
                               AND WS-VERSION-IN-FORCE
                               PERFORM 340-BUILD-STEP-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-SCHEDULE-FILE
               IF WS-LIST-COUNT = 0
                   MOVE SPACES TO WS-MESSAGE
                   STRING "NO STEPS IN FORCE FOR " DELIMITED BY SIZE
                       WS-CHAIN-ID DELIMITED BY SPACE
                       " ON " WS-CHAIN-DATE-DISPLAY
                       DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
           END-IF
           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT
           MOVE WS-OPEN-ALERT-TOTAL TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-SUMMARY-TEXT
           STRING "STEPS " WS-COUNT-EDIT "   OPEN ALERTS "
               WS-COUNT-EDIT-2 "   HOLDS IN FORCE "
               DELIMITED BY SIZE INTO WS-SUMMARY-TEXT
           MOVE WS-HOLDS-IN-FORCE TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-SUMMARY-TEXT (48:4).

      *    Whether this version of the step is the one in force for
      *    the chain date.  Blank effective dates are open-ended.
       305-CHECK-VERSION-IN-FORCE.
           MOVE "Y" TO WS-IN-FORCE-SWITCH
           IF JS-EFFECTIVE-FROM NOT = SPACES
               AND JS-EFFECTIVE-FROM > WS-CHAIN-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF
           IF JS-EFFECTIVE-THRU NOT = SPACES
               AND JS-EFFECTIVE-THRU < WS-CHAIN-DATE
               MOVE "N" TO WS-IN-FORCE-SWITCH
           END-IF.

       310-LOAD-STEP-LOG.
           MOVE "N" TO WS-STEP-LOG-EOF-SWITCH
           MOVE 0 TO WS-LOG-COUNT
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
                           IF STEPLOG-RECORD (1:8) = WS-CHAIN-DATE
                               AND SL-CHAIN-ID = WS-CHAIN-ID
                               AND WS-LOG-COUNT < 500
                               PERFORM 315-TABLE-ONE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-LOG-FILE
           END-IF.

       315-TABLE-ONE-LOG-RECORD.
           ADD 1 TO WS-LOG-COUNT
           MOVE SL-STEP-NUMBER TO WS-LG-STEP-NUMBER (WS-LOG-COUNT)
           MOVE SL-PROGRAM-ID TO WS-LG-PROGRAM-ID (WS-LOG-COUNT)
           MOVE SL-COMPLETE-TIME-HH TO WS-LG-TIME (WS-LOG-COUNT) (1:2)
           MOVE SL-COMPLETE-TIME-MM TO WS-LG-TIME (WS-LOG-COUNT) (3:2)
           MOVE SL-COMPLETE-TIME-SS TO WS-LG-TIME (WS-LOG-COUNT) (5:2)
           MOVE SL-STEP-RC TO WS-LG-RC (WS-LOG-COUNT)
           IF SL-ATTEMPT IS NUMERIC
               MOVE SL-ATTEMPT TO WS-LG-ATTEMPT (WS-LOG-COUNT)
           ELSE
               MOVE 1 TO WS-LG-ATTEMPT (WS-LOG-COUNT)
           END-IF
           IF SL-STEP-HELD
               MOVE "H" TO WS-LG-STATUS (WS-LOG-COUNT)
           ELSE
           IF SL-STEP-FAILED
               MOVE "F" TO WS-LG-STATUS (WS-LOG-COUNT)
           ELSE
           IF SL-STEP-INPUT-TIMEOUT
               MOVE "W" TO WS-LG-STATUS (WS-LOG-COUNT)
           ELSE
           IF SL-STEP-RETRIED
               MOVE "R" TO WS-LG-STATUS (WS-LOG-COUNT)
           ELSE
               MOVE "C" TO WS-LG-STATUS (WS-LOG-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Reads the whole hold file, every chain and every record,
      *    since a change rewrites it from this table.  A hold file
      *    that cannot be read, or one too big for the table, is not
      *    safe to rewrite - WS-HOLD-FILE-OK stays off and the hold
      *    screen refuses changes.  No file at all is fine.
       320-LOAD-HOLD-FILE.
           MOVE "N" TO WS-STEP-HOLD-EOF-SWITCH
           MOVE "Y" TO WS-HOLD-FILE-OK-SWITCH
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT STEP-HOLD-FILE
           IF WS-STEP-HOLD-STATUS = "00"
               PERFORM UNTIL WS-STEP-HOLD-EOF
                   READ STEP-HOLD-FILE INTO STEPHOLD-RECORD
                       AT END
                           SET WS-STEP-HOLD-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT < 500
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE STEPHOLD-RECORD
                                   TO WS-HOLD-IMAGE (WS-HOLD-COUNT)
                           ELSE
                               MOVE "N" TO WS-HOLD-FILE-OK-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-HOLD-FILE
           ELSE
               IF WS-STEP-HOLD-STATUS NOT = "35"
                   MOVE "N" TO WS-HOLD-FILE-OK-SWITCH
               END-IF
           END-IF.

       330-ASK-BUSINESS-DATE.
           MOVE "Y" TO WS-BUSDATE-OK-SWITCH
           MOVE WS-CHAIN-DATE TO BD-REQUEST-DATE
           CALL "BUSDATE" USING BUSDATE-PARMS
               ON EXCEPTION
                   MOVE 8 TO BD-RETURN-CODE
           END-CALL
           IF BD-RETURN-CODE NOT = 0
               MOVE "N" TO WS-BUSDATE-OK-SWITCH
               MOVE "N" TO BD-LAST-BUS-DAY-FLAG
           END-IF.

      *    The step's last log record for the chain date is its live
      *    status; with none, the schedule says why it has not run.
       340-BUILD-STEP-LINE.
           MOVE SPACES TO WS-STEP-LINE
           MOVE JS-STEP-NUMBER TO STL-STEP-NUMBER
           MOVE JS-PROGRAM-ID TO STL-PROGRAM-ID
           PERFORM 350-FIND-LOG-ENTRY
           IF WS-MATCH-SUB > 0
               MOVE SPACES TO WS-TIME-EDIT
               STRING WS-LG-TIME (WS-MATCH-SUB) (1:2) ":"
                   WS-LG-TIME (WS-MATCH-SUB) (3:2) ":"
                   WS-LG-TIME (WS-MATCH-SUB) (5:2)
                   DELIMITED BY SIZE INTO WS-TIME-EDIT
               IF WS-LG-STATUS (WS-MATCH-SUB) = "H"
                   STRING "HELD AT " WS-TIME-EDIT
                       DELIMITED BY SIZE INTO STL-STATUS
               ELSE
               IF WS-LG-STATUS (WS-MATCH-SUB) = "F"
                   STRING "FAILED " WS-TIME-EDIT
                       " RC " WS-LG-RC (WS-MATCH-SUB)
                       DELIMITED BY SIZE INTO STL-STATUS
               ELSE
               IF WS-LG-STATUS (WS-MATCH-SUB) = "W"
                   STRING "INPUT TIMED OUT " WS-TIME-EDIT
                       DELIMITED BY SIZE INTO STL-STATUS
               ELSE
               IF WS-LG-STATUS (WS-MATCH-SUB) = "R"
                   STRING "RETRY - ATTEMPT "
                       WS-LG-ATTEMPT (WS-MATCH-SUB)
                       " RC " WS-LG-RC (WS-MATCH-SUB)
                       DELIMITED BY SIZE INTO STL-STATUS
               ELSE
                   STRING "COMPLETED " WS-TIME-EDIT
                       " RC " WS-LG-RC (WS-MATCH-SUB)
                       DELIMITED BY SIZE INTO STL-STATUS
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               IF NOT JS-STEP-ENABLED
                   MOVE "DISABLED IN SCHEDULE" TO STL-STATUS
               ELSE
                   PERFORM 345-CHECK-STEP-FREQUENCY
                   IF WS-BUSDATE-OK
                       AND FC-RETURN-CODE = 0
                       AND NOT FC-STEP-DUE
                       STRING "NOT DUE - " FC-FREQ-TEXT
                           DELIMITED BY SIZE INTO STL-STATUS
                   ELSE
                   IF WS-CHAIN-RUNNING
                       MOVE "PENDING" TO STL-STATUS
                   ELSE
                       MOVE "NOT RUN" TO STL-STATUS
                   END-IF
                   END-IF
               END-IF
           END-IF
           MOVE JS-STEP-NUMBER TO WS-FIND-STEP-NUMBER
           MOVE JS-PROGRAM-ID TO WS-FIND-PROGRAM-ID
           PERFORM 360-FIND-HOLD-IN-FORCE
           IF WS-HOLD-MATCH-SUB > 0
               ADD 1 TO WS-HOLDS-IN-FORCE
               MOVE SPACES TO STL-HOLD-THRU
               STRING SH-THRU-YYYY "-" SH-THRU-MM "-" SH-THRU-DD
                   DELIMITED BY SIZE INTO STL-HOLD-THRU
               MOVE SH-REASON TO STL-HOLD-REASON
           END-IF
           IF WS-LIST-COUNT < 500
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-STEP-LINE TO WS-LIST-LINE (WS-LIST-COUNT)
           END-IF.

       345-CHECK-STEP-FREQUENCY.
           MOVE JS-FREQUENCY TO FC-FREQUENCY
           MOVE JS-FREQ-PARM TO FC-FREQ-PARM
           CALL "FREQCHK" USING BUSDATE-PARMS FREQCHK-PARMS
               ON EXCEPTION
                   MOVE 8 TO FC-RETURN-CODE
                   MOVE "N" TO FC-DUE-FLAG
           END-CALL.

       350-FIND-LOG-ENTRY.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LOG-COUNT
               IF WS-LG-STEP-NUMBER (WS-SUB) = JS-STEP-NUMBER
                   AND WS-LG-PROGRAM-ID (WS-SUB) = JS-PROGRAM-ID
                   MOVE WS-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

      *    A hold in force for the console's chain on or after its
      *    date, matched as BATCHGATE matches it - chain, step number
      *    AND program.  On a match STEPHOLD-RECORD holds the record
      *    and WS-HOLD-MATCH-SUB its place in the table.
       360-FIND-HOLD-IN-FORCE.
           MOVE 0 TO WS-HOLD-MATCH-SUB
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-HOLD-MATCH-SUB > 0
               MOVE WS-HOLD-IMAGE (WS-HOLD-SUB) TO STEPHOLD-RECORD
               PERFORM 365-CHECK-HOLD-FOR-CHAIN
               IF WS-ENTRY-VALID
                   AND SH-HOLD-THRU NOT < WS-CHAIN-DATE
                   AND SH-STEP-NUMBER = WS-FIND-STEP-NUMBER
                   AND SH-PROGRAM-ID = WS-FIND-PROGRAM-ID
                   MOVE WS-HOLD-SUB TO WS-HOLD-MATCH-SUB
               END-IF
           END-PERFORM.

      *    Whether STEPHOLD-RECORD is a well-formed hold for the
      *    console's chain (blank chain is NIGHTLY) - BATCHGATE
      *    ignores the malformed ones, and so does the console.
       365-CHECK-HOLD-FOR-CHAIN.
           MOVE "N" TO WS-ENTRY-VALID-SWITCH
           IF SH-CHAIN-ID = SPACES
               MOVE "NIGHTLY" TO SH-CHAIN-ID
           END-IF
           IF SH-CHAIN-ID = WS-CHAIN-ID
               AND SH-STEP-NUMBER IS NUMERIC
               AND SH-HOLD-THRU IS NUMERIC
               AND SH-PROGRAM-ID NOT = SPACES
               SET WS-ENTRY-VALID TO TRUE
           END-IF.

      *    The hold screen, until the operator returns to the step
      *    status screen.
       400-HOLD-CONSOLE.
           MOVE "N" TO WS-RETURN-SWITCH
           MOVE 1 TO WS-LIST-TOP
           MOVE SPACES TO WS-HOLD-INPUT
           MOVE WS-CHAIN-DATE TO WS-HOLD-THRU-X
           PERFORM 410-LIST-HOLDS
           PERFORM UNTIL WS-RETURN-REQUESTED
               PERFORM 800-FILL-SCREEN-PAGE
               MOVE SPACE TO WS-HOLD-ACTION
               DISPLAY SCR-HOLD
               ACCEPT SCR-HOLD
               MOVE SPACES TO WS-MESSAGE
               MOVE FUNCTION UPPER-CASE(WS-HOLD-ACTION)
                   TO WS-HOLD-ACTION
               MOVE FUNCTION UPPER-CASE(WS-HOLD-PROGRAM)
                   TO WS-HOLD-PROGRAM
               IF WS-HOLD-ACTION = "X"
                   SET WS-RETURN-REQUESTED TO TRUE
               ELSE
               IF WS-HOLD-ACTION = "A"
                   PERFORM 420-ADD-HOLD
               ELSE
               IF WS-HOLD-ACTION = "R"
                   PERFORM 450-RELEASE-HOLD
               ELSE
               IF WS-HOLD-ACTION = "N"
                   PERFORM 810-NEXT-PAGE
               ELSE
               IF WS-HOLD-ACTION = "P"
                   PERFORM 820-PREVIOUS-PAGE
               ELSE
                   MOVE "ACTION MUST BE A, R, N, P OR X" TO WS-MESSAGE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.

      *    Lists the holds for the console's chain still in force on
      *    or after its date, read fresh from STEPHOLD.DAT.
       410-LIST-HOLDS.
           PERFORM 230-CHECK-RUN-LOCK
           PERFORM 320-LOAD-HOLD-FILE
           MOVE WS-HOLD-HEADING TO WS-COLUMN-HEADING
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               MOVE WS-HOLD-IMAGE (WS-HOLD-SUB) TO STEPHOLD-RECORD
               PERFORM 365-CHECK-HOLD-FOR-CHAIN
               IF WS-ENTRY-VALID
                   AND SH-HOLD-THRU NOT < WS-CHAIN-DATE
                   AND WS-LIST-COUNT < 500
                   MOVE SPACES TO WS-HOLD-LINE
                   MOVE SH-STEP-NUMBER TO HLL-STEP-NUMBER
                   MOVE SH-PROGRAM-ID TO HLL-PROGRAM-ID
                   STRING SH-THRU-YYYY "-" SH-THRU-MM "-" SH-THRU-DD
                       DELIMITED BY SIZE INTO HLL-HOLD-THRU
                   MOVE SH-REASON TO HLL-REASON
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-HOLD-LINE TO WS-LIST-LINE (WS-LIST-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-SUMMARY-TEXT
           STRING "HOLDS IN FORCE ON OR AFTER THE CHAIN DATE "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-SUMMARY-TEXT
           IF NOT WS-HOLD-FILE-OK
               MOVE SPACES TO WS-MESSAGE
               STRING "STEPHOLD.DAT UNREADABLE OR OVER 500 RECORDS, "
                   "STATUS " WS-STEP-HOLD-STATUS
                   " - NO CHANGES ALLOWED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      *    Add a hold, or change the hold-through date and reason of
      *    the one already on file for the step.  Each edit runs only
      *    while the entry is still good, so the first problem is the
      *    one reported.
       420-ADD-HOLD.
           PERFORM 430-EDIT-HOLD-KEY
           IF WS-ENTRY-VALID
               PERFORM 435-EDIT-HOLD-THRU
           END-IF
           IF WS-ENTRY-VALID
               AND WS-HOLD-REASON-X = SPACES
               MOVE "N" TO WS-ENTRY-VALID-SWITCH
               MOVE "A REASON FOR THE HOLD IS REQUIRED" TO WS-MESSAGE
           END-IF
           IF WS-ENTRY-VALID
               PERFORM 440-CHECK-SCHEDULE-STEP
           END-IF
           IF WS-ENTRY-VALID
               PERFORM 445-APPLY-HOLD
           END-IF.

      *    Step number and program, common to add and release; the
      *    hold file must also have been read cleanly to be changed.
       430-EDIT-HOLD-KEY.
           MOVE "N" TO WS-ENTRY-VALID-SWITCH
           PERFORM 320-LOAD-HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               MOVE SPACES TO WS-MESSAGE
               STRING "STEPHOLD.DAT UNREADABLE OR OVER 500 RECORDS, "
                   "STATUS " WS-STEP-HOLD-STATUS
                   " - NO CHANGES ALLOWED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
           IF FUNCTION TRIM(WS-HOLD-STEP-X) IS NOT NUMERIC
               MOVE "STEP MUST BE A STEP NUMBER, 1 TO 4 DIGITS"
                   TO WS-MESSAGE
           ELSE
           IF WS-HOLD-PROGRAM = SPACES
               MOVE "PROGRAM IS REQUIRED" TO WS-MESSAGE
           ELSE
               MOVE FUNCTION NUMVAL(WS-HOLD-STEP-X)
                   TO WS-FIND-STEP-NUMBER
               MOVE WS-FIND-STEP-NUMBER TO WS-HOLD-STEP-X
               MOVE WS-HOLD-PROGRAM TO WS-FIND-PROGRAM-ID
               SET WS-ENTRY-VALID TO TRUE
           END-IF
           END-IF
           END-IF.

      *    Blank is a one-night hold for the chain date.  The hold
      *    must run at least through the chain date - one ending
      *    earlier would never hold anything.
       435-EDIT-HOLD-THRU.
           IF WS-HOLD-THRU-X = SPACES
               MOVE WS-CHAIN-DATE TO WS-HOLD-THRU-X
           END-IF
           MOVE "N" TO WS-ENTRY-VALID-SWITCH
           IF WS-HOLD-THRU-X IS NUMERIC
               MOVE WS-HOLD-THRU-X TO WS-DATE-CHECK-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK-N) = 0
                   SET WS-ENTRY-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-ENTRY-VALID
               MOVE "HOLD THRU MUST BE A VALID DATE, YYYYMMDD"
                   TO WS-MESSAGE
           ELSE
               IF WS-HOLD-THRU-X < WS-CHAIN-DATE
                   MOVE "N" TO WS-ENTRY-VALID-SWITCH
                   MOVE SPACES TO WS-MESSAGE
                   STRING "HOLD THRU CANNOT BE BEFORE THE CHAIN DATE "
                       WS-CHAIN-DATE-DISPLAY
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   MOVE WS-HOLD-THRU-X TO WS-HOLD-THRU
               END-IF
           END-IF.

      *    The step and program must be on the chain in JOBSCHED.DAT
      *    in a version in force at some point from the chain date
      *    through the hold-through date - a hold BATCHGATE could
      *    never match is refused rather than sitting in the file
      *    looking like it works.
       440-CHECK-SCHEDULE-STEP.
           MOVE "N" TO WS-ENTRY-VALID-SWITCH
           MOVE SPACES TO WS-SCHEDULE-PROGRAM-ID
           MOVE "N" TO WS-SCHEDULE-EOF-SWITCH
           OPEN INPUT JOB-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE
               STRING "CANNOT OPEN JOBSCHED.DAT, STATUS "
                   WS-SCHEDULE-STATUS " - HOLD NOT RECORDED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               PERFORM UNTIL WS-SCHEDULE-EOF
                   READ JOB-SCHEDULE-FILE INTO JOBSCHED-RECORD
                       AT END
                           SET WS-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF JS-CHAIN-ID = SPACES
                               MOVE "NIGHTLY" TO JS-CHAIN-ID
                           END-IF
                           IF JS-CHAIN-ID = WS-CHAIN-ID
                               AND JS-STEP-NUMBER = WS-FIND-STEP-NUMBER
                               AND (JS-EFFECTIVE-FROM = SPACES
                                   OR JS-EFFECTIVE-FROM
                                       NOT > WS-HOLD-THRU)
                               AND (JS-EFFECTIVE-THRU = SPACES
                                   OR JS-EFFECTIVE-THRU
                                       NOT < WS-CHAIN-DATE)
                               IF JS-PROGRAM-ID = WS-FIND-PROGRAM-ID
                                   SET WS-ENTRY-VALID TO TRUE
                               ELSE
                                   MOVE JS-PROGRAM-ID
                                       TO WS-SCHEDULE-PROGRAM-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-SCHEDULE-FILE
               IF NOT WS-ENTRY-VALID
                   MOVE SPACES TO WS-MESSAGE
                   IF WS-SCHEDULE-PROGRAM-ID NOT = SPACES
                       STRING "STEP " WS-HOLD-STEP-X " IS PROGRAM "
                           WS-SCHEDULE-PROGRAM-ID
                           " IN THE SCHEDULE, NOT "
                           WS-FIND-PROGRAM-ID
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   ELSE
                       STRING "STEP " WS-HOLD-STEP-X " "
                           DELIMITED BY SIZE
                           WS-FIND-PROGRAM-ID DELIMITED BY SPACE
                           " IS NOT ON THE " DELIMITED BY SIZE
                           WS-CHAIN-ID DELIMITED BY SPACE
                           " SCHEDULE FOR THE HOLD DATES"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *    A record already on file for the chain step - in force or
      *    expired - is changed in place rather than duplicated.
       445-APPLY-HOLD.
           MOVE 0 TO WS-HOLD-MATCH-SUB
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-HOLD-MATCH-SUB > 0
               MOVE WS-HOLD-IMAGE (WS-HOLD-SUB) TO STEPHOLD-RECORD
               PERFORM 365-CHECK-HOLD-FOR-CHAIN
               IF WS-ENTRY-VALID
                   AND SH-STEP-NUMBER = WS-FIND-STEP-NUMBER
                   AND SH-PROGRAM-ID = WS-FIND-PROGRAM-ID
                   MOVE WS-HOLD-SUB TO WS-HOLD-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-HOLD-MATCH-SUB > 0
               MOVE WS-HOLD-IMAGE (WS-HOLD-MATCH-SUB) TO WS-BEFORE-IMAGE
               MOVE WS-HOLD-IMAGE (WS-HOLD-MATCH-SUB)
                   TO STEPHOLD-RECORD
               MOVE "C" TO OPA-ACTION
           ELSE
               IF WS-HOLD-COUNT < 500
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO WS-HOLD-MATCH-SUB
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO STEPHOLD-RECORD
                   MOVE WS-FIND-STEP-NUMBER TO SH-STEP-NUMBER
                   MOVE WS-FIND-PROGRAM-ID TO SH-PROGRAM-ID
                   MOVE WS-CHAIN-ID TO SH-CHAIN-ID
                   MOVE "H" TO OPA-ACTION
               END-IF
           END-IF
           IF WS-HOLD-MATCH-SUB = 0
               MOVE "STEPHOLD.DAT IS FULL (500 RECORDS) - HOLD NOT RECOR
      -            "DED" TO WS-MESSAGE
           ELSE
               MOVE WS-HOLD-THRU TO SH-HOLD-THRU
               MOVE WS-HOLD-REASON-X TO SH-REASON
               MOVE STEPHOLD-RECORD TO WS-HOLD-IMAGE (WS-HOLD-MATCH-SUB)
               PERFORM 480-REWRITE-HOLD-FILE
               IF WS-HOLD-FILE-OK
                   MOVE WS-BEFORE-IMAGE TO OPA-BEFORE-IMAGE
                   MOVE STEPHOLD-RECORD TO OPA-AFTER-IMAGE
                   PERFORM 900-WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-MESSAGE
                   STRING "HOLD ON STEP " WS-HOLD-STEP-X " "
                       DELIMITED BY SIZE
                       WS-FIND-PROGRAM-ID DELIMITED BY SPACE
                       " RECORDED THRU " SH-THRU-YYYY "-" SH-THRU-MM
                       "-" SH-THRU-DD
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 490-RECORD-HOLD-FINGERPRINT
                   PERFORM 410-LIST-HOLDS
               END-IF
           END-IF.

      *    Releases the first hold in force for the chain step.
       450-RELEASE-HOLD.
           PERFORM 430-EDIT-HOLD-KEY
           IF WS-ENTRY-VALID
               PERFORM 360-FIND-HOLD-IN-FORCE
               IF WS-HOLD-MATCH-SUB = 0
                   MOVE SPACES TO WS-MESSAGE
                   STRING "NO HOLD IN FORCE FOR STEP " WS-HOLD-STEP-X
                       " " DELIMITED BY SIZE
                       WS-FIND-PROGRAM-ID DELIMITED BY SPACE
                       " ON THE " DELIMITED BY SIZE
                       WS-CHAIN-ID DELIMITED BY SPACE
                       " CHAIN" DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   MOVE WS-HOLD-IMAGE (WS-HOLD-MATCH-SUB)
                       TO WS-BEFORE-IMAGE
                   PERFORM VARYING WS-HOLD-SUB FROM WS-HOLD-MATCH-SUB
                       BY 1 UNTIL WS-HOLD-SUB >= WS-HOLD-COUNT
                       MOVE WS-HOLD-IMAGE (WS-HOLD-SUB + 1)
                           TO WS-HOLD-IMAGE (WS-HOLD-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HOLD-COUNT
                   PERFORM 480-REWRITE-HOLD-FILE
                   IF WS-HOLD-FILE-OK
                       MOVE "R" TO OPA-ACTION
                       MOVE WS-BEFORE-IMAGE TO OPA-BEFORE-IMAGE
                       MOVE SPACES TO OPA-AFTER-IMAGE
                       PERFORM 900-WRITE-AUDIT-RECORD
                       MOVE SPACES TO WS-MESSAGE
                       STRING "HOLD ON STEP " WS-HOLD-STEP-X " "
                           DELIMITED BY SIZE
                           WS-FIND-PROGRAM-ID DELIMITED BY SPACE
                           " RELEASED" DELIMITED BY SIZE
                           INTO WS-MESSAGE
                       PERFORM 490-RECORD-HOLD-FINGERPRINT
                       PERFORM 410-LIST-HOLDS
                   END-IF
               END-IF
           END-IF.

       480-REWRITE-HOLD-FILE.
           OPEN OUTPUT STEP-HOLD-FILE
           IF WS-STEP-HOLD-STATUS NOT = "00"
               MOVE "N" TO WS-HOLD-FILE-OK-SWITCH
               MOVE SPACES TO WS-MESSAGE
               STRING "CANNOT REWRITE STEPHOLD.DAT, STATUS "
                   WS-STEP-HOLD-STATUS " - NOTHING CHANGED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   MOVE WS-HOLD-IMAGE (WS-HOLD-SUB) TO STEP-HOLD-RECORD
                   WRITE STEP-HOLD-RECORD
               END-PERFORM
               CLOSE STEP-HOLD-FILE
           END-IF.

      *    A console change is a sanctioned change - its fingerprint
      *    is recorded as CTLFPSET would record it, so BATCHGATE's
      *    drift check passes at the next chain start.  A running
      *    chain read its holds when it started.
       490-RECORD-HOLD-FINGERPRINT.
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE SPACES TO CTLFPCHK-PARMS
           MOVE "R" TO CF-FUNCTION
           MOVE "STEPHOLD.DAT" TO CF-FILE-NAME
           MOVE "OPSCON" TO CF-CALLER-ID
           CALL "CTLFPCHK" USING CTLFPCHK-PARMS
               ON EXCEPTION
                   MOVE 16 TO CF-RETURN-CODE
           END-CALL
           MOVE WS-SAVE-RC TO RETURN-CODE
           IF CF-RETURN-CODE NOT = 0
               MOVE "HOLDS SAVED BUT FINGERPRINT NOT RECORDED - RUN CTLF
      -            "PSET FOR STEPHOLD.DAT" TO WS-MESSAGE
           ELSE
           IF WS-CHAIN-RUNNING
               COMPUTE WS-MESSAGE-POINTER =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE TRAILING))
                   + 1
               STRING " - EFFECTIVE NEXT CHAIN START"
                   DELIMITED BY SIZE INTO WS-MESSAGE
                   WITH POINTER WS-MESSAGE-POINTER
           END-IF
           END-IF.

      *    The alert screen, until the operator returns to the step
      *    status screen.
       600-ALERT-CONSOLE.
           MOVE "N" TO WS-RETURN-SWITCH
           MOVE 1 TO WS-LIST-TOP
           MOVE SPACES TO WS-ALERT-INPUT
           PERFORM 650-LOAD-OPEN-ALERTS
           PERFORM 660-LIST-ALERTS
           PERFORM UNTIL WS-RETURN-REQUESTED
               PERFORM 800-FILL-SCREEN-PAGE
               MOVE SPACE TO WS-ALERT-COMMAND
               DISPLAY SCR-ALERT
               ACCEPT SCR-ALERT
               MOVE SPACES TO WS-MESSAGE
               MOVE FUNCTION UPPER-CASE(WS-ALERT-COMMAND)
                   TO WS-ALERT-COMMAND
               IF WS-ALERT-COMMAND = "X"
                   SET WS-RETURN-REQUESTED TO TRUE
               ELSE
               IF WS-ALERT-COMMAND = "A"
                   PERFORM 700-ACKNOWLEDGE-ALERT
               ELSE
               IF WS-ALERT-COMMAND = "R" OR WS-ALERT-COMMAND = SPACE
                   PERFORM 650-LOAD-OPEN-ALERTS
                   PERFORM 660-LIST-ALERTS
               ELSE
               IF WS-ALERT-COMMAND = "N"
                   PERFORM 810-NEXT-PAGE
               ELSE
               IF WS-ALERT-COMMAND = "P"
                   PERFORM 820-PREVIOUS-PAGE
               ELSE
                   MOVE "COMMAND MUST BE A, R, N, P OR X" TO WS-MESSAGE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.

      *    Every unacknowledged alert, oldest first; the table keeps
      *    the raw records so an acknowledgment can find its record
      *    again when the file is rewritten.
       650-LOAD-OPEN-ALERTS.
           MOVE "N" TO WS-ALERT-EOF-SWITCH
           MOVE 0 TO WS-ALERT-COUNT
           MOVE 0 TO WS-OPEN-ALERT-TOTAL
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL WS-ALERT-EOF
                   READ ALERT-FILE INTO ALERT-RECORD
                       AT END
                           SET WS-ALERT-EOF TO TRUE
                       NOT AT END
                           IF NOT ALR-ACKNOWLEDGED
                               ADD 1 TO WS-OPEN-ALERT-TOTAL
                               IF WS-ALERT-COUNT < 500
                                   ADD 1 TO WS-ALERT-COUNT
                                   MOVE ALERT-RECORD
                                       TO WS-ALERT-IMAGE
                                           (WS-ALERT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       660-LIST-ALERTS.
           MOVE WS-ALERT-HEADING TO WS-COLUMN-HEADING
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
               MOVE WS-ALERT-IMAGE (WS-ALERT-SUB) TO ALERT-RECORD
               MOVE SPACES TO WS-ALERT-LINE
               MOVE WS-ALERT-SUB TO ALL-NUMBER
               MOVE ALR-SEVERITY TO ALL-SEVERITY
      *        Alerts from before types were recorded are gate
      *        failures.
               IF ALR-ALERT-TYPE = SPACES
                   MOVE "GATE" TO ALL-ALERT-TYPE
               ELSE
                   MOVE ALR-ALERT-TYPE TO ALL-ALERT-TYPE
               END-IF
               MOVE ALR-PROGRAM-ID TO ALL-PROGRAM-ID
               STRING ALR-DATE-YYYY "-" ALR-DATE-MM "-" ALR-DATE-DD
                   DELIMITED BY SIZE INTO ALL-ALERT-DATE
               STRING ALR-TIME-HH ":" ALR-TIME-MM
                   DELIMITED BY SIZE INTO ALL-ALERT-TIME
               MOVE ALR-CONDITION TO ALL-CONDITION
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-ALERT-LINE TO WS-LIST-LINE (WS-LIST-COUNT)
           END-PERFORM
           MOVE WS-OPEN-ALERT-TOTAL TO WS-COUNT-EDIT
           MOVE SPACES TO WS-SUMMARY-TEXT
           STRING "UNACKNOWLEDGED ALERTS, OLDEST FIRST "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-SUMMARY-TEXT
           IF WS-OPEN-ALERT-TOTAL > WS-ALERT-COUNT
               MOVE "(FIRST 500 SHOWN)" TO WS-SUMMARY-TEXT (42:17)
           END-IF.

      *    Acknowledges the alert picked by its number on the list.
      *    The record is found again in the file by severity,
      *    program, timestamp and condition - not by position, since
      *    the file may have been rewritten (dispatched by ALERTDSP,
      *    or worked from another console) since the list was read.
       700-ACKNOWLEDGE-ALERT.
           MOVE "N" TO WS-ENTRY-VALID-SWITCH
           IF FUNCTION TRIM(WS-ALERT-NUMBER-X) IS NOT NUMERIC
               MOVE "ALERT NO MUST BE A NUMBER FROM THE LIST"
                   TO WS-MESSAGE
           ELSE
               MOVE FUNCTION NUMVAL(WS-ALERT-NUMBER-X) TO WS-ALERT-SUB
               IF WS-ALERT-SUB < 1 OR WS-ALERT-SUB > WS-ALERT-COUNT
                   MOVE "ALERT NO MUST BE A NUMBER FROM THE LIST"
                       TO WS-MESSAGE
               ELSE
               IF WS-ALERT-RESOLUTION = SPACES
                   MOVE "A RESOLUTION NOTE IS REQUIRED" TO WS-MESSAGE
               ELSE
                   SET WS-ENTRY-VALID TO TRUE
               END-IF
               END-IF
           END-IF
           IF WS-ENTRY-VALID
               MOVE WS-ALERT-IMAGE (WS-ALERT-SUB) TO WS-ACK-KEY
               PERFORM 710-SNAPSHOT-ALERT-FILE
               IF WS-ALERT-REWRITE-OK
                   PERFORM 720-REWRITE-WITH-ACK
               END-IF
               IF WS-ALERT-FOUND
                   MOVE "A" TO OPA-ACTION
                   MOVE WS-BEFORE-IMAGE TO OPA-BEFORE-IMAGE
                   MOVE ALERT-RECORD TO OPA-AFTER-IMAGE
                   PERFORM 900-WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-MESSAGE
                   MOVE WS-ALERT-SUB TO WS-COUNT-EDIT
                   STRING "ALERT " FUNCTION TRIM(WS-COUNT-EDIT)
                       " ACKNOWLEDGED BY " WS-OPERATOR-ID
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   MOVE SPACES TO WS-ALERT-INPUT
               ELSE
               IF WS-ALERT-REWRITE-OK
                   MOVE "ALERT ALREADY ACKNOWLEDGED OR NO LONGER ON FILE
      -                " - LIST REFRESHED" TO WS-MESSAGE
               END-IF
               END-IF
               PERFORM 650-LOAD-OPEN-ALERTS
               PERFORM 660-LIST-ALERTS
           END-IF.

      *    The live file is renamed to the snapshot name so a gate
      *    appending an alert meanwhile starts a fresh live file
      *    instead of racing the rewrite.
       710-SNAPSHOT-ALERT-FILE.
           MOVE "N" TO WS-ALERT-FOUND-SWITCH
           MOVE "N" TO WS-ALERT-REWRITE-SWITCH
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE
               STRING "CANNOT OPEN ENVALERT.DAT, STATUS "
                   WS-ALERT-STATUS " - NOT ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               CLOSE ALERT-FILE
               MOVE SPACES TO WS-SYSTEM-COMMAND
               STRING "mv ENVALERT.DAT OPSCON.TMP"
                   DELIMITED BY SIZE INTO WS-SYSTEM-COMMAND
               CALL "SYSTEM" USING WS-SYSTEM-COMMAND
               SET WS-ALERT-REWRITE-OK TO TRUE
           END-IF.

      *    Every snapshot record is appended back to the (new) live
      *    file; the first open one matching the picked alert is
      *    stamped acknowledged with the operator, time and note.
       720-REWRITE-WITH-ACK.
           MOVE "N" TO WS-SNAPSHOT-EOF-SWITCH
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               MOVE "N" TO WS-ALERT-REWRITE-SWITCH
               MOVE "CANNOT OPEN OPSCON.TMP - ALERTS REMAIN IN OPSCON.TM
      -            "P" TO WS-MESSAGE
           ELSE
               OPEN EXTEND ALERT-FILE
               IF WS-ALERT-STATUS NOT = "00"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF WS-ALERT-STATUS NOT = "00"
                   CLOSE SNAPSHOT-FILE
                   MOVE "N" TO WS-ALERT-REWRITE-SWITCH
                   MOVE "CANNOT REWRITE ENVALERT.DAT - ALERTS REMAIN IN
      -                "OPSCON.TMP" TO WS-MESSAGE
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   PERFORM UNTIL WS-SNAPSHOT-EOF
                       READ SNAPSHOT-FILE INTO ALERT-RECORD
                           AT END
                               SET WS-SNAPSHOT-EOF TO TRUE
                           NOT AT END
                               IF NOT WS-ALERT-FOUND
                                   AND NOT ALR-ACKNOWLEDGED
                                   AND ALERT-RECORD (1:63) =
                                       WS-ACK-KEY (1:63)
                                   PERFORM 730-STAMP-ACKNOWLEDGMENT
                               END-IF
                               MOVE ALERT-RECORD TO ALERT-FILE-RECORD
                               WRITE ALERT-FILE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SNAPSHOT-FILE
                   CLOSE ALERT-FILE
                   MOVE SPACES TO WS-SYSTEM-COMMAND
                   STRING "rm -f OPSCON.TMP"
                       DELIMITED BY SIZE INTO WS-SYSTEM-COMMAND
                   CALL "SYSTEM" USING WS-SYSTEM-COMMAND
                   IF WS-ALERT-FOUND
                       MOVE WS-BEFORE-IMAGE TO ALERT-RECORD
                       PERFORM 730-STAMP-ACKNOWLEDGMENT
                   END-IF
               END-IF
           END-IF.

      *    Leaves the record as it stood in WS-BEFORE-IMAGE and the
      *    acknowledged record in ALERT-RECORD.
       730-STAMP-ACKNOWLEDGMENT.
           MOVE ALERT-RECORD TO WS-BEFORE-IMAGE
           SET WS-ALERT-FOUND TO TRUE
           MOVE "Y" TO ALR-ACK-FLAG
           MOVE WS-OPERATOR-ID TO ALR-ACK-OPERATOR
           MOVE WS-CURRENT-YYYYMMDD TO ALR-ACK-DATE
           MOVE WS-CURRENT-HHMMSS TO ALR-ACK-TIME
           MOVE WS-ALERT-RESOLUTION TO ALR-RESOLUTION.

      *    Copies the current page of the list into the twelve screen
      *    lines and numbers the page.
       800-FILL-SCREEN-PAGE.
           IF WS-LIST-TOP < 1 OR WS-LIST-TOP > WS-LIST-COUNT
               MOVE 1 TO WS-LIST-TOP
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 12
               COMPUTE WS-SUB = WS-LIST-TOP + WS-LINE-SUB - 1
               IF WS-SUB > WS-LIST-COUNT
                   MOVE SPACES TO WS-SCR-LINE (WS-LINE-SUB)
               ELSE
                   MOVE WS-LIST-LINE (WS-SUB)
                       TO WS-SCR-LINE (WS-LINE-SUB)
               END-IF
           END-PERFORM
           COMPUTE WS-PAGE-NUMBER = (WS-LIST-TOP + 11) / 12
           COMPUTE WS-PAGE-TOTAL = (WS-LIST-COUNT + 11) / 12
           IF WS-PAGE-TOTAL = 0
               MOVE 1 TO WS-PAGE-TOTAL
           END-IF
           MOVE SPACES TO WS-PAGE-TEXT
           STRING "PAGE " WS-PAGE-NUMBER " OF " WS-PAGE-TOTAL
               DELIMITED BY SIZE INTO WS-PAGE-TEXT.

       810-NEXT-PAGE.
           IF WS-LIST-TOP + 12 > WS-LIST-COUNT
               MOVE "ALREADY ON THE LAST PAGE" TO WS-MESSAGE
           ELSE
               ADD 12 TO WS-LIST-TOP
           END-IF.

       820-PREVIOUS-PAGE.
           IF WS-LIST-TOP < 13
               MOVE "ALREADY ON THE FIRST PAGE" TO WS-MESSAGE
           ELSE
               SUBTRACT 12 FROM WS-LIST-TOP
           END-IF.

      *    Appends one operator action record; the caller sets the
      *    action and the before and after images.  Opened and closed
      *    per action so nothing sits in a buffer if the session is
      *    killed, and two consoles can share the file.
       900-WRITE-AUDIT-RECORD.
           MOVE "N" TO WS-AUDIT-OK-SWITCH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YYYYMMDD TO OPA-ACTION-DATE
           MOVE WS-CURRENT-HHMMSS TO OPA-ACTION-TIME
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE WS-CHAIN-ID TO OPA-CHAIN-ID
           MOVE WS-CHAIN-DATE TO OPA-CHAIN-DATE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE OPS-AUDIT-RECORD TO AUDIT-FILE-RECORD
               WRITE AUDIT-FILE-RECORD
               IF WS-AUDIT-STATUS = "00"
                   SET WS-AUDIT-OK TO TRUE
               END-IF
               CLOSE AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               AND WS-SIGNED-ON
               MOVE SPACES TO WS-MESSAGE
               STRING "WARNING - OPSAUDIT.DAT NOT WRITTEN, STATUS "
                   WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
