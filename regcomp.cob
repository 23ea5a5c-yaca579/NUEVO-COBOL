       IDENTIFICATION DIVISION.
       PROGRAM-ID.             REGCOMP.
      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-10-15.
      *REMARKS.                Cross-environment comparison of the
      *                        Program Version Registry, so a release
      *                        is signed off from what each
      *                        environment actually blesses rather
      *                        than from the deploy ticket.  The
      *                        environments are the ones named in the
      *                        identity table (IDENTTAB.DAT) - all of
      *                        them, or those listed in REGCOMP_ENVS
      *                        (e.g. REGCOMP_ENVS=QA,PROD), two to
      *                        six.  Each environment's registry is
      *                        taken from its own copy of PROGREG.DAT,
      *                        named for it (PROGREG.QA.DAT,
      *                        PROGREG.PROD.DAT, ...).  REGCOMP.TXT
      *                        lists every PROGRAM-ID whose blessed
      *                        WHEN-COMPILED timestamp differs between
      *                        the environments, every program
      *                        present in one environment but missing
      *                        from another, and every program whose
      *                        PROD timestamp QA never had - neither
      *                        QA's registry now nor any QA run in
      *                        QA's environment-check checkpoint
      *                        history (ENVCHKPT.QA.DAT, when supplied)
      *                        shows that compile.  Set
      *                        REGCOMP_TEST_ENV and REGCOMP_PROD_ENV to
      *                        compare other environments that way.
      *                        Ends RC 4 when the registries differ
      *                        or a program is missing somewhere, RC 8
      *                        when PROD carries an untested compile
      *                        or a registry could not be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDENTITY-TABLE-FILE ASSIGN TO "IDENTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTTAB-STATUS.
      *    One environment's registry at a time, by name (built in
      *    200-LOAD-ENVIRONMENT-REGISTRY).
           SELECT ENV-REGISTRY-FILE ASSIGN TO DYNAMIC
               WS-REGISTRY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENVREG-PROGRAM-ID
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT TEST-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REGCOMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDENTITY-TABLE-FILE.
       01  IDENTITY-TABLE-RECORD           PIC X(80).

       FD  ENV-REGISTRY-FILE.
       01  ENV-REGISTRY-RECORD.
           05  ENVREG-PROGRAM-ID           PIC X(08).
           05  FILLER                      PIC X(54).

       FD  TEST-HISTORY-FILE.
       01  TEST-HISTORY-RECORD             PIC X(78).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "WIDENTTB.cpy".
       COPY "WPROGREG.cpy".
       COPY "WCHKPT.cpy".
       01  WS-IDENTTAB-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-REGISTRY-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-HISTORY-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-REGISTRY-FILENAME            PIC X(24)   VALUE SPACES.
       01  WS-HISTORY-FILENAME             PIC X(24)   VALUE SPACES.
       01  WS-IDENTTAB-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-IDENTTAB-EOF             VALUE "Y".
       01  WS-REGISTRY-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-REGISTRY-EOF             VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-HISTORY-EOF              VALUE "Y".
       01  WS-FOUND-SWITCH                 PIC X(01)   VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-OPTIONS-VALID-SWITCH         PIC X(01)   VALUE "Y".
           88  WS-OPTIONS-VALID            VALUE "Y".
       01  WS-CURRENT-STAMP.
           05  WS-STAMP-DATE               PIC X(08)   VALUE SPACES.
           05  WS-STAMP-TIME               PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
      *    Every environment the identity table names.
       01  WS-KNOWN-ENV-COUNT              PIC 9(03)   VALUE 0.
       01  WS-KNOWN-ENV-TABLE.
           05  WS-KNOWN-ENV-NAME           PIC X(08)
               OCCURS 50 TIMES.
       01  WS-KNOWN-SUB                    PIC 9(03)   VALUE 0.
      *    The environments being compared, in report column order.
       01  WS-ENV-LIST                     PIC X(60)   VALUE SPACES.
       01  WS-ENV-REQUEST-TABLE.
           05  WS-ENV-REQUEST              PIC X(08)
               OCCURS 7 TIMES.
       01  WS-ENV-COUNT                    PIC 9(01)   VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY                OCCURS 6 TIMES.
               10  WS-ENV-NAME             PIC X(08).
               10  WS-ENV-LOADED-FLAG      PIC X(01).
                   88  WS-ENV-LOADED       VALUE "Y".
               10  WS-ENV-PROGRAMS         PIC 9(05).
       01  WS-ENV-SUB                      PIC 9(01)   VALUE 0.
       01  WS-OTHER-SUB                    PIC 9(01)   VALUE 0.
       01  WS-TEST-ENV                     PIC X(08)   VALUE "QA".
       01  WS-PROD-ENV                     PIC X(08)   VALUE "PROD".
       01  WS-TEST-SUB                     PIC 9(01)   VALUE 0.
       01  WS-PROD-SUB                     PIC 9(01)   VALUE 0.
      *    One entry per PROGRAM-ID seen in any registry, kept in
      *    PROGRAM-ID order, with each environment's blessed compile
      *    timestamp (spaces where the environment lacks it).
       01  WS-PGM-COUNT                    PIC 9(04)   VALUE 0.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY                OCCURS 1000 TIMES.
               10  WS-PGM-ID               PIC X(08).
               10  WS-PGM-STAMP            PIC X(14)
                   OCCURS 6 TIMES.
       01  WS-PGM-SUB                      PIC 9(04)   VALUE 0.
       01  WS-SHIFT-SUB                    PIC 9(04)   VALUE 0.
      *    Every program / compile pair the test environment is known
      *    to have had.
       01  WS-HIST-COUNT                   PIC 9(04)   VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY               OCCURS 2000 TIMES.
               10  WS-HIST-PROGRAM-ID      PIC X(08).
               10  WS-HIST-STAMP           PIC X(14).
       01  WS-HIST-SUB                     PIC 9(04)   VALUE 0.
       01  WS-HIST-STAMP-WORK              PIC X(14)   VALUE SPACES.
       01  WS-HISTORY-LOADED-SWITCH        PIC X(01)   VALUE "N".
           88  WS-HISTORY-LOADED           VALUE "Y".
       01  WS-ROW-WORK.
           05  WS-FIRST-STAMP              PIC X(14)   VALUE SPACES.
           05  WS-ROW-DIFFERS-SWITCH       PIC X(01)   VALUE "N".
               88  WS-ROW-DIFFERS          VALUE "Y".
           05  WS-ROW-MISSING-SWITCH       PIC X(01)   VALUE "N".
               88  WS-ROW-MISSING          VALUE "Y".
       01  WS-TOTALS.
           05  WS-DIFFER-COUNT             PIC 9(05)   VALUE 0.
           05  WS-MISSING-COUNT            PIC 9(05)   VALUE 0.
           05  WS-UNTESTED-COUNT           PIC 9(05)   VALUE 0.
           05  WS-UNAVAILABLE-COUNT        PIC 9(01)   VALUE 0.
       01  WS-NAME-POINTER                 PIC 9(03)   VALUE 1.
       01  WS-DISPLAY-RC                   PIC 9(04)   VALUE 0.
       01  WS-FMT-STAMP                    PIC X(14)   VALUE SPACES.
       01  WS-FMT-TEXT                     PIC X(19)   VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(33)
               VALUE "PROGRAM REGISTRY COMPARISON - RUN".
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  HDG-RUN-DATE                PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(16)
               VALUE "  ENVIRONMENTS  ".
           05  HDG-ENV-LIST                PIC X(60)   VALUE SPACES.
       01  WS-ENV-STATUS-LINE.
           05  FILLER                      PIC X(14)
               VALUE "  ENVIRONMENT ".
           05  ENV-NAME                    PIC X(09)   VALUE SPACES.
           05  FILLER                      PIC X(09)   VALUE "REGISTRY".
           05  ENV-FILENAME                PIC X(21)   VALUE SPACES.
           05  ENV-RESULT                  PIC X(40)   VALUE SPACES.
       01  WS-SECTION-LINE.
           05  SEC-TITLE                   PIC X(60)   VALUE SPACES.
       01  WS-MATRIX-LINE.
           05  MTX-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  MTX-CELL                    PIC X(20)
               OCCURS 6 TIMES.
       01  WS-MISSING-LINE.
           05  MIS-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(14)
               VALUE "MISSING FROM: ".
           05  MIS-ABSENT                  PIC X(36)   VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE "PRESENT IN: ".
           05  MIS-PRESENT                 PIC X(60)   VALUE SPACES.
       01  WS-UNTESTED-LINE.
           05  UNT-PROGRAM-ID              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  UNT-PROD-STAMP              PIC X(19)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  UNT-TEST-STAMP              PIC X(19)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  UNT-REMARK                  PIC X(40)   VALUE SPACES.
       01  WS-UNTESTED-HEADING.
           05  FILLER                      PIC X(10)   VALUE "PROGRAM".
           05  UTH-PROD-NAME               PIC X(22)   VALUE SPACES.
           05  UTH-TEST-NAME               PIC X(22)   VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(06)   VALUE "(NONE)".
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(19)
               VALUE "PROGRAMS COMPARED  ".
           05  TOT-PROGRAMS                PIC ZZZZ9.
           05  FILLER                      PIC X(13)
               VALUE "   DIFFERENT ".
           05  TOT-DIFFER                  PIC ZZZZ9.
           05  FILLER                      PIC X(11)
               VALUE "   MISSING ".
           05  TOT-MISSING                 PIC ZZZZ9.
           05  FILLER                      PIC X(21)
               VALUE "   UNTESTED IN PROD  ".
           05  TOT-UNTESTED                PIC ZZZZ9.
       01  WS-BLANK-LINE                   PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY 'REGCOMP Start - Cross-Environment Registry '
               'Comparison'
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           PERFORM 100-LOAD-ENVIRONMENT-NAMES
           PERFORM 150-SELECT-ENVIRONMENTS
           IF NOT WS-OPTIONS-VALID
               DISPLAY 'REGCOMP Comparison NOT run'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 170-SET-RELEASE-ENVIRONMENTS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY 'REGCOMP ERROR - Cannot open REGCOMP.TXT, '
                   'status = ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-STAMP-DATE (1:4) TO HDG-RUN-DATE (1:4)
           MOVE "-"                 TO HDG-RUN-DATE (5:1)
           MOVE WS-STAMP-DATE (5:2) TO HDG-RUN-DATE (6:2)
           MOVE "-"                 TO HDG-RUN-DATE (8:1)
           MOVE WS-STAMP-DATE (7:2) TO HDG-RUN-DATE (9:2)
           MOVE WS-ENV-LIST TO HDG-ENV-LIST
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 200-LOAD-ENVIRONMENT-REGISTRY
               VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > WS-ENV-COUNT
           IF WS-TEST-SUB > 0
               AND WS-PROD-SUB > 0
               PERFORM 300-LOAD-TEST-HISTORY
           END-IF
           PERFORM 400-REPORT-DIFFERENCES
           PERFORM 500-REPORT-MISSING-PROGRAMS
           PERFORM 600-REPORT-UNTESTED-IN-PROD
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PGM-COUNT      TO TOT-PROGRAMS
           MOVE WS-DIFFER-COUNT   TO TOT-DIFFER
           MOVE WS-MISSING-COUNT  TO TOT-MISSING
           MOVE WS-UNTESTED-COUNT TO TOT-UNTESTED
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'REGCOMP ' WS-PGM-COUNT ' program(s) compared, '
               WS-DIFFER-COUNT ' different, ' WS-MISSING-COUNT
               ' missing somewhere, ' WS-UNTESTED-COUNT
               ' untested in ' FUNCTION TRIM(WS-PROD-ENV)
           IF WS-DIFFER-COUNT > 0
               OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNTESTED-COUNT > 0
               OR WS-UNAVAILABLE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
               DISPLAY 'REGCOMP Successfully Completed - registries '
                   'agree'
           ELSE
               MOVE RETURN-CODE TO WS-DISPLAY-RC
               DISPLAY 'REGCOMP Completed With Findings, RC = '
                   WS-DISPLAY-RC ', see REGCOMP.TXT'
           END-IF
           GOBACK.

       100-LOAD-ENVIRONMENT-NAMES.
           MOVE 0 TO WS-KNOWN-ENV-COUNT
           MOVE "N" TO WS-IDENTTAB-EOF-SWITCH
           OPEN INPUT IDENTITY-TABLE-FILE
           IF WS-IDENTTAB-STATUS NOT = "00"
               DISPLAY 'REGCOMP ERROR - Cannot open IDENTTAB.DAT, '
                   'status = ' WS-IDENTTAB-STATUS
           ELSE
               PERFORM UNTIL WS-IDENTTAB-EOF
                   READ IDENTITY-TABLE-FILE INTO IDENT-TABLE-RECORD
                       AT END
                           SET WS-IDENTTAB-EOF TO TRUE
                       NOT AT END
                           IF IDENT-ENV-NAME NOT = SPACES
                               AND WS-KNOWN-ENV-COUNT < 50
                               ADD 1 TO WS-KNOWN-ENV-COUNT
                               MOVE FUNCTION UPPER-CASE(IDENT-ENV-NAME)
                                   TO WS-KNOWN-ENV-NAME
                                       (WS-KNOWN-ENV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IDENTITY-TABLE-FILE
           END-IF.

      *    REGCOMP_ENVS names the environments, comma separated, in
      *    the order wanted across the report; without it every
      *    environment in the identity table is compared.  Each must
      *    be one the identity table knows.
       150-SELECT-ENVIRONMENTS.
           MOVE "Y" TO WS-OPTIONS-VALID-SWITCH
           MOVE 0 TO WS-ENV-COUNT
           MOVE SPACES TO WS-ENV-REQUEST-TABLE
           ACCEPT WS-ENV-LIST FROM ENVIRONMENT "REGCOMP_ENVS"
           MOVE FUNCTION UPPER-CASE(WS-ENV-LIST) TO WS-ENV-LIST
           IF WS-ENV-LIST = SPACES
               PERFORM VARYING WS-KNOWN-SUB FROM 1 BY 1
                   UNTIL WS-KNOWN-SUB > WS-KNOWN-ENV-COUNT
                       OR WS-KNOWN-SUB > 7
                   MOVE WS-KNOWN-ENV-NAME (WS-KNOWN-SUB)
                       TO WS-ENV-REQUEST (WS-KNOWN-SUB)
               END-PERFORM
           ELSE
               UNSTRING WS-ENV-LIST DELIMITED BY ","
                   INTO WS-ENV-REQUEST (1) WS-ENV-REQUEST (2)
                        WS-ENV-REQUEST (3) WS-ENV-REQUEST (4)
                        WS-ENV-REQUEST (5) WS-ENV-REQUEST (6)
                        WS-ENV-REQUEST (7)
               END-UNSTRING
           END-IF
           PERFORM VARYING WS-KNOWN-SUB FROM 1 BY 1
               UNTIL WS-KNOWN-SUB > 7
               MOVE FUNCTION TRIM(WS-ENV-REQUEST (WS-KNOWN-SUB))
                   TO WS-ENV-REQUEST (WS-KNOWN-SUB)
               IF WS-ENV-REQUEST (WS-KNOWN-SUB) NOT = SPACES
                   PERFORM 160-ADD-ENVIRONMENT
               END-IF
           END-PERFORM
           IF WS-OPTIONS-VALID
               AND WS-ENV-COUNT < 2
               DISPLAY 'REGCOMP ERROR - at least two environments '
                   'are needed to compare'
               MOVE "N" TO WS-OPTIONS-VALID-SWITCH
           END-IF
           MOVE SPACES TO WS-ENV-LIST
           MOVE 1 TO WS-NAME-POINTER
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > WS-ENV-COUNT
               STRING WS-ENV-NAME (WS-ENV-SUB) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-ENV-LIST WITH POINTER WS-NAME-POINTER
           END-PERFORM.

       160-ADD-ENVIRONMENT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB > WS-KNOWN-ENV-COUNT
               IF WS-KNOWN-ENV-NAME (WS-SHIFT-SUB) =
                   WS-ENV-REQUEST (WS-KNOWN-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               DISPLAY 'REGCOMP ERROR - environment '
                   FUNCTION TRIM(WS-ENV-REQUEST (WS-KNOWN-SUB))
                   ' is not in IDENTTAB.DAT'
               MOVE "N" TO WS-OPTIONS-VALID-SWITCH
           ELSE
           IF WS-ENV-COUNT NOT < 6
               DISPLAY 'REGCOMP ERROR - at most six environments '
                   'can be compared at once'
               MOVE "N" TO WS-OPTIONS-VALID-SWITCH
           ELSE
               ADD 1 TO WS-ENV-COUNT
               MOVE WS-ENV-REQUEST (WS-KNOWN-SUB)
                   TO WS-ENV-NAME (WS-ENV-COUNT)
               MOVE "N" TO WS-ENV-LOADED-FLAG (WS-ENV-COUNT)
               MOVE 0 TO WS-ENV-PROGRAMS (WS-ENV-COUNT)
           END-IF
           END-IF.

      *    Where the tested and the production environments sit among
      *    those compared - the untested-in-production section needs
      *    both.
       170-SET-RELEASE-ENVIRONMENTS.
           ACCEPT WS-TEST-ENV FROM ENVIRONMENT "REGCOMP_TEST_ENV"
           IF WS-TEST-ENV = SPACES
               MOVE "QA" TO WS-TEST-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TEST-ENV) TO WS-TEST-ENV
           ACCEPT WS-PROD-ENV FROM ENVIRONMENT "REGCOMP_PROD_ENV"
           IF WS-PROD-ENV = SPACES
               MOVE "PROD" TO WS-PROD-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PROD-ENV) TO WS-PROD-ENV
           MOVE 0 TO WS-TEST-SUB
           MOVE 0 TO WS-PROD-SUB
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > WS-ENV-COUNT
               IF WS-ENV-NAME (WS-ENV-SUB) = WS-TEST-ENV
                   MOVE WS-ENV-SUB TO WS-TEST-SUB
               END-IF
               IF WS-ENV-NAME (WS-ENV-SUB) = WS-PROD-ENV
                   MOVE WS-ENV-SUB TO WS-PROD-SUB
               END-IF
           END-PERFORM.

      *    An environment whose registry cannot be read is left out of
      *    every comparison - counting all its programs as missing
      *    would bury the real findings.
       200-LOAD-ENVIRONMENT-REGISTRY.
           MOVE SPACES TO WS-REGISTRY-FILENAME
           STRING "PROGREG." DELIMITED BY SIZE
               WS-ENV-NAME (WS-ENV-SUB) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-REGISTRY-FILENAME
           MOVE WS-ENV-NAME (WS-ENV-SUB) TO ENV-NAME
           MOVE WS-REGISTRY-FILENAME TO ENV-FILENAME
           MOVE SPACES TO ENV-RESULT
           MOVE "N" TO WS-REGISTRY-EOF-SWITCH
           OPEN INPUT ENV-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY 'REGCOMP WARNING - Cannot open '
                   FUNCTION TRIM(WS-REGISTRY-FILENAME)
                   ', status = ' WS-REGISTRY-STATUS
                   ', environment left out of the comparison'
               ADD 1 TO WS-UNAVAILABLE-COUNT
               STRING "NOT AVAILABLE, STATUS " WS-REGISTRY-STATUS
                   " - NOT COMPARED" DELIMITED BY SIZE
                   INTO ENV-RESULT
           ELSE
               SET WS-ENV-LOADED (WS-ENV-SUB) TO TRUE
               PERFORM UNTIL WS-REGISTRY-EOF
                   READ ENV-REGISTRY-FILE INTO PROGREG-RECORD
                       AT END
                           SET WS-REGISTRY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENV-PROGRAMS (WS-ENV-SUB)
                           PERFORM 210-TABLE-PROGRAM
                   END-READ
               END-PERFORM
               CLOSE ENV-REGISTRY-FILE
               STRING WS-ENV-PROGRAMS (WS-ENV-SUB)
                   " PROGRAM(S) READ" DELIMITED BY SIZE
                   INTO ENV-RESULT
           END-IF
           MOVE WS-ENV-STATUS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Finds the program's entry, or opens one in PROGRAM-ID order.
       210-TABLE-PROGRAM.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 1 TO WS-PGM-SUB
           PERFORM UNTIL WS-PGM-SUB > WS-PGM-COUNT
                   OR WS-PGM-ID (WS-PGM-SUB) NOT < PR-PROGRAM-ID
               ADD 1 TO WS-PGM-SUB
           END-PERFORM
           IF WS-PGM-SUB NOT > WS-PGM-COUNT
               IF WS-PGM-ID (WS-PGM-SUB) = PR-PROGRAM-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-FOUND
               IF WS-PGM-COUNT NOT < 1000
                   DISPLAY 'REGCOMP WARNING - more than 1000 '
                       'programs, ' PR-PROGRAM-ID ' not compared'
                   MOVE 0 TO WS-PGM-SUB
               ELSE
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-PGM-COUNT
                       BY -1 UNTIL WS-SHIFT-SUB < WS-PGM-SUB
                       MOVE WS-PGM-ENTRY (WS-SHIFT-SUB)
                           TO WS-PGM-ENTRY (WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-PGM-COUNT
                   MOVE SPACES TO WS-PGM-ENTRY (WS-PGM-SUB)
                   MOVE PR-PROGRAM-ID TO WS-PGM-ID (WS-PGM-SUB)
               END-IF
           END-IF
           IF WS-PGM-SUB > 0
               MOVE PR-EXPECTED-COMPILED
                   TO WS-PGM-STAMP (WS-PGM-SUB, WS-ENV-SUB)
           END-IF.

      *    Everything the test environment has been known to run: its
      *    registry now, and each compile its environment check
      *    recorded in the checkpoint history brought over from it.
       300-LOAD-TEST-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
               IF WS-PGM-STAMP (WS-PGM-SUB, WS-TEST-SUB) NOT = SPACES
                   MOVE WS-PGM-ID (WS-PGM-SUB) TO CHKPT-PROGRAM-ID
                   MOVE WS-PGM-STAMP (WS-PGM-SUB, WS-TEST-SUB)
                       TO WS-HIST-STAMP-WORK
                   PERFORM 310-ADD-HISTORY-ENTRY
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-HISTORY-FILENAME
           STRING "ENVCHKPT." DELIMITED BY SIZE
               WS-TEST-ENV DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-HISTORY-FILENAME
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT TEST-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY 'REGCOMP No '
                   FUNCTION TRIM(WS-HISTORY-FILENAME) ', '
                   FUNCTION TRIM(WS-TEST-ENV)
                   ' history is its registry alone'
           ELSE
               SET WS-HISTORY-LOADED TO TRUE
               PERFORM UNTIL WS-HISTORY-EOF
                   READ TEST-HISTORY-FILE INTO CHKPT-RECORD
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           STRING CHKPT-COMPILED-DATE-YYYY
                               CHKPT-COMPILED-DATE-MM
                               CHKPT-COMPILED-DATE-DD
                               CHKPT-COMPILED-TIME-HH
                               CHKPT-COMPILED-TIME-MM
                               CHKPT-COMPILED-TIME-SS
                               DELIMITED BY SIZE
                               INTO WS-HIST-STAMP-WORK
                           PERFORM 310-ADD-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TEST-HISTORY-FILE
           END-IF.

       310-ADD-HISTORY-ENTRY.
           PERFORM 320-FIND-HISTORY-ENTRY
           IF NOT WS-FOUND
               AND WS-HIST-COUNT < 2000
               ADD 1 TO WS-HIST-COUNT
               MOVE CHKPT-PROGRAM-ID
                   TO WS-HIST-PROGRAM-ID (WS-HIST-COUNT)
               MOVE WS-HIST-STAMP-WORK
                   TO WS-HIST-STAMP (WS-HIST-COUNT)
           END-IF.

       320-FIND-HISTORY-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
                   OR WS-FOUND
               IF WS-HIST-PROGRAM-ID (WS-HIST-SUB) = CHKPT-PROGRAM-ID
                   AND WS-HIST-STAMP (WS-HIST-SUB) =
                       WS-HIST-STAMP-WORK
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       400-REPORT-DIFFERENCES.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BLESSED COMPILE TIMESTAMPS THAT DIFFER" TO SEC-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-MATRIX-LINE
           MOVE "PROGRAM" TO MTX-PROGRAM-ID
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > WS-ENV-COUNT
               MOVE WS-ENV-NAME (WS-ENV-SUB) TO MTX-CELL (WS-ENV-SUB)
           END-PERFORM
           MOVE WS-MATRIX-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
               PERFORM 410-CLASSIFY-PROGRAM
               IF WS-ROW-DIFFERS
                   ADD 1 TO WS-DIFFER-COUNT
                   PERFORM 420-WRITE-MATRIX-LINE
               END-IF
           END-PERFORM
           IF WS-DIFFER-COUNT = 0
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Compares the program across the environments that could be
      *    read: differs when two of them bless different compiles,
      *    missing when one of them lacks it.
       410-CLASSIFY-PROGRAM.
           MOVE "N" TO WS-ROW-DIFFERS-SWITCH
           MOVE "N" TO WS-ROW-MISSING-SWITCH
           MOVE SPACES TO WS-FIRST-STAMP
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > WS-ENV-COUNT
               IF WS-ENV-LOADED (WS-ENV-SUB)
                   IF WS-PGM-STAMP (WS-PGM-SUB, WS-ENV-SUB) = SPACES
                       SET WS-ROW-MISSING TO TRUE
                   ELSE
                       IF WS-FIRST-STAMP = SPACES
                           MOVE WS-PGM-STAMP (WS-PGM-SUB, WS-ENV-SUB)
                               TO WS-FIRST-STAMP
                       ELSE
                           IF WS-PGM-STAMP (WS-PGM-SUB, WS-ENV-SUB)
                               NOT = WS-FIRST-STAMP
                               SET WS-ROW-DIFFERS TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       420-WRITE-MATRIX-LINE.
           MOVE SPACES TO WS-MATRIX-LINE
           MOVE WS-PGM-ID (WS-PGM-SUB) TO MTX-PROGRAM-ID
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > WS-ENV-COUNT
               IF NOT WS-ENV-LOADED (WS-ENV-SUB)
                   MOVE "(NOT READ)" TO MTX-CELL (WS-ENV-SUB)
               ELSE
                   MOVE WS-PGM-STAMP (WS-PGM-SUB, WS-ENV-SUB)
                       TO WS-FMT-STAMP
                   PERFORM 900-FORMAT-STAMP
                   MOVE WS-FMT-TEXT TO MTX-CELL (WS-ENV-SUB)
               END-IF
           END-PERFORM
           MOVE WS-MATRIX-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       500-REPORT-MISSING-PROGRAMS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROGRAMS MISSING FROM AN ENVIRONMENT" TO SEC-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
               PERFORM 410-CLASSIFY-PROGRAM
               IF WS-ROW-MISSING
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM 510-WRITE-MISSING-LINE
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT = 0
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       510-WRITE-MISSING-LINE.
           MOVE WS-PGM-ID (WS-PGM-SUB) TO MIS-PROGRAM-ID
           MOVE SPACES TO MIS-ABSENT
           MOVE SPACES TO MIS-PRESENT
           MOVE 1 TO WS-NAME-POINTER
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > WS-ENV-COUNT
               IF WS-ENV-LOADED (WS-ENV-SUB)
                   AND WS-PGM-STAMP (WS-PGM-SUB, WS-ENV-SUB) = SPACES
                   STRING WS-ENV-NAME (WS-ENV-SUB) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO MIS-ABSENT WITH POINTER WS-NAME-POINTER
               END-IF
           END-PERFORM
           MOVE 1 TO WS-NAME-POINTER
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > WS-ENV-COUNT
               IF WS-ENV-LOADED (WS-ENV-SUB)
                   AND WS-PGM-STAMP (WS-PGM-SUB, WS-ENV-SUB)
                       NOT = SPACES
                   STRING WS-ENV-NAME (WS-ENV-SUB) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO MIS-PRESENT WITH POINTER WS-NAME-POINTER
               END-IF
           END-PERFORM
           MOVE WS-MISSING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    A production compile the test environment never had was
      *    never tested, whatever the deploy ticket says.
       600-REPORT-UNTESTED-IN-PROD.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SEC-TITLE
           STRING FUNCTION TRIM(WS-PROD-ENV) " COMPILES "
               FUNCTION TRIM(WS-TEST-ENV) " NEVER HAD"
               DELIMITED BY SIZE INTO SEC-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TEST-SUB = 0
               OR WS-PROD-SUB = 0
               MOVE SPACES TO SEC-TITLE
               STRING "    (NOT CHECKED - " FUNCTION TRIM(WS-TEST-ENV)
                   " AND " FUNCTION TRIM(WS-PROD-ENV)
                   " ARE NOT BOTH COMPARED)" DELIMITED BY SIZE
                   INTO SEC-TITLE
               MOVE WS-SECTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF NOT WS-ENV-LOADED (WS-TEST-SUB)
               OR NOT WS-ENV-LOADED (WS-PROD-SUB)
               MOVE "    (NOT CHECKED - A REGISTRY WAS NOT READ)"
                   TO SEC-TITLE
               MOVE WS-SECTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO WS-UNTESTED-HEADING
               MOVE "PROGRAM" TO WS-UNTESTED-HEADING (1:7)
               STRING WS-PROD-ENV DELIMITED BY SPACE
                   " COMPILED" DELIMITED BY SIZE INTO UTH-PROD-NAME
               STRING WS-TEST-ENV DELIMITED BY SPACE
                   " REGISTRY NOW" DELIMITED BY SIZE
                   INTO UTH-TEST-NAME
               MOVE WS-UNTESTED-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 610-CHECK-PROGRAM-TESTED
                   VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT
               IF WS-UNTESTED-COUNT = 0
                   MOVE WS-NONE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           END-IF.

       610-CHECK-PROGRAM-TESTED.
           IF WS-PGM-STAMP (WS-PGM-SUB, WS-PROD-SUB) NOT = SPACES
               AND WS-PGM-STAMP (WS-PGM-SUB, WS-PROD-SUB) NOT =
                   WS-PGM-STAMP (WS-PGM-SUB, WS-TEST-SUB)
               MOVE WS-PGM-ID (WS-PGM-SUB) TO CHKPT-PROGRAM-ID
               MOVE WS-PGM-STAMP (WS-PGM-SUB, WS-PROD-SUB)
                   TO WS-HIST-STAMP-WORK
               PERFORM 320-FIND-HISTORY-ENTRY
               IF NOT WS-FOUND
                   ADD 1 TO WS-UNTESTED-COUNT
                   MOVE WS-PGM-ID (WS-PGM-SUB) TO UNT-PROGRAM-ID
                   MOVE WS-PGM-STAMP (WS-PGM-SUB, WS-PROD-SUB)
                       TO WS-FMT-STAMP
                   PERFORM 900-FORMAT-STAMP
                   MOVE WS-FMT-TEXT TO UNT-PROD-STAMP
                   MOVE WS-PGM-STAMP (WS-PGM-SUB, WS-TEST-SUB)
                       TO WS-FMT-STAMP
                   PERFORM 900-FORMAT-STAMP
                   MOVE WS-FMT-TEXT TO UNT-TEST-STAMP
                   IF WS-HISTORY-LOADED
                       MOVE "NOT IN REGISTRY OR RUN HISTORY"
                           TO UNT-REMARK
                   ELSE
                       MOVE "NOT IN REGISTRY" TO UNT-REMARK
                   END-IF
                   MOVE WS-UNTESTED-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       900-FORMAT-STAMP.
           IF WS-FMT-STAMP = SPACES
               MOVE "(MISSING)" TO WS-FMT-TEXT
           ELSE
               MOVE SPACES TO WS-FMT-TEXT
               STRING WS-FMT-STAMP (1:4) "-" WS-FMT-STAMP (5:2) "-"
                   WS-FMT-STAMP (7:2) " " WS-FMT-STAMP (9:2) ":"
                   WS-FMT-STAMP (11:2) ":" WS-FMT-STAMP (13:2)
                   DELIMITED BY SIZE INTO WS-FMT-TEXT
           END-IF.
