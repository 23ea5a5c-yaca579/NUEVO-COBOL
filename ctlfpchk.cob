       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CTLFPCHK.
      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-10-15.
      *REMARKS.                Callable control-file fingerprint
      *                        service in the style of BUSDATE and
      *                        FREQCHK.  The chain gate trusts six
      *                        reference files completely - the
      *                        program registry (PROGREG.DAT), the
      *                        job schedule (JOBSCHED.DAT), the run
      *                        windows (RUNWIN.DAT), the identity
      *                        table (IDENTTAB.DAT), the holiday
      *                        calendar (HOLIDAY.DAT) and the step
      *                        holds (STEPHOLD.DAT).  A fingerprint -
      *                        record count plus two hash totals, see
      *                        WCTLFP - is kept for each in CTLFP.DAT.
      *                        The sanctioned loaders (PROGREGLD,
      *                        JOBSCHLD, IDENTMNT, CALPROMO) record a
      *                        new fingerprint after every good load,
      *                        and CTLFPSET does so for the files kept
      *                        by hand.  BATCHGATE asks for every file
      *                        to be verified at chain start: a file
      *                        whose contents no longer match its
      *                        fingerprint - edited with a text
      *                        editor, or an old copy put back - was
      *                        changed outside its loader, and an
      *                        operator alert is written to
      *                        ENVALERT.DAT for it, as is one for a
      *                        file with no fingerprint on record at
      *                        all.  A control file that does not
      *                        exist fingerprints as empty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINGERPRINT-FILE ASSIGN TO "CTLFP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINGERPRINT-STATUS.
      *    Every control file but the registry is line sequential and
      *    is read through this one SELECT, by name.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PROGRAM-REGISTRY-FILE ASSIGN TO "PROGREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PROGRAM-ID
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ENVALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINGERPRINT-FILE.
       01  FINGERPRINT-FILE-RECORD         PIC X(71).

       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD             PIC X(256).

       FD  PROGRAM-REGISTRY-FILE.
       01  PROGRAM-REGISTRY-RECORD.
           05  REG-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(54).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD               PIC X(139).

       WORKING-STORAGE SECTION.
       COPY "WCTLFP.cpy".
       COPY "WALERT.cpy".
       01  WS-FINGERPRINT-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-CONTROL-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-REGISTRY-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-ALERT-STATUS                 PIC X(02)   VALUE SPACES.
       01  WS-CONTROL-FILENAME             PIC X(12)   VALUE SPACES.
       01  WS-FINGERPRINT-EOF-SWITCH       PIC X(01)   VALUE "N".
           88  WS-FINGERPRINT-EOF          VALUE "Y".
       01  WS-CONTROL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-CONTROL-EOF              VALUE "Y".
       01  WS-ALL-FILES-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ALL-FILES                VALUE "Y".
       01  WS-FILE-KNOWN-SWITCH            PIC X(01)   VALUE "N".
           88  WS-FILE-KNOWN               VALUE "Y".
       01  WS-FINGERPRINT-FOUND-SWITCH     PIC X(01)   VALUE "N".
           88  WS-FINGERPRINT-FOUND        VALUE "Y".
       01  WS-STORE-CHANGED-SWITCH         PIC X(01)   VALUE "N".
           88  WS-STORE-CHANGED            VALUE "Y".
      *    The control files, each with its organization - I indexed,
      *    L line sequential.
       01  WS-CONTROL-TABLE-DATA.
           05  FILLER                      PIC X(13)
               VALUE "PROGREG.DAT I".
           05  FILLER                      PIC X(13)
               VALUE "JOBSCHED.DATL".
           05  FILLER                      PIC X(13)
               VALUE "RUNWIN.DAT  L".
           05  FILLER                      PIC X(13)
               VALUE "IDENTTAB.DATL".
           05  FILLER                      PIC X(13)
               VALUE "HOLIDAY.DAT L".
           05  FILLER                      PIC X(13)
               VALUE "STEPHOLD.DATL".
       01  WS-CONTROL-TABLE REDEFINES WS-CONTROL-TABLE-DATA.
           05  WS-CONTROL-ENTRY            OCCURS 6 TIMES.
               10  WS-CTL-FILE-NAME        PIC X(12).
               10  WS-CTL-ORGANIZATION     PIC X(01).
                   88  WS-CTL-INDEXED      VALUE "I".
       01  WS-CTL-SUB                      PIC 9(02)   VALUE 0.
      *    Fingerprints on record, as read from CTLFP.DAT and as they
      *    will be written back.
       01  WS-FP-COUNT                     PIC 9(02)   VALUE 0.
       01  WS-FP-TABLE.
           05  WS-FP-IMAGE                 PIC X(71)
               OCCURS 20 TIMES.
       01  WS-FP-SUB                       PIC 9(02)   VALUE 0.
      *    The fingerprint the file has now.
       01  WS-NEW-RECORD-COUNT             PIC 9(07)   VALUE 0.
       01  WS-NEW-CHARACTER-HASH           PIC 9(15)   VALUE 0.
       01  WS-NEW-SEQUENCE-HASH            PIC 9(15)   VALUE 0.
       01  WS-SCAN-RECORD                  PIC X(256)  VALUE SPACES.
       01  WS-SCAN-LENGTH                  PIC 9(03)   VALUE 0.
       01  WS-CHAR-POS                     PIC 9(03)   VALUE 0.
       01  WS-CHAR-ORD                     PIC 9(03)   VALUE 0.
       01  WS-RECORD-BYTE-SUM              PIC 9(09)   VALUE 0.
       01  WS-RECORD-WEIGHTED-SUM          PIC 9(09)   VALUE 0.
       01  WS-HASH-MODULUS                 PIC 9(16)
               VALUE 1000000000000000.
       01  WS-CURRENT-STAMP.
           05  WS-STAMP-DATE               PIC X(08)   VALUE SPACES.
           05  WS-STAMP-TIME               PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  WS-ALERT-CONDITION              PIC X(40)   VALUE SPACES.

       LINKAGE SECTION.
       COPY "WCTLFPCK.cpy".

       PROCEDURE DIVISION USING CTLFPCHK-PARMS.
       MAINLINE.
           MOVE 0 TO CF-RETURN-CODE
           MOVE 0 TO CF-FILES-CHECKED
           MOVE 0 TO CF-FILES-DRIFTED
           MOVE 0 TO CF-FILES-RECORDED
           MOVE SPACES TO CF-FIRST-DRIFT-FILE
           MOVE "N" TO WS-STORE-CHANGED-SWITCH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           IF NOT CF-RECORD-FINGERPRINT
               AND NOT CF-VERIFY-FINGERPRINT
               AND NOT CF-RECORD-BASELINE
               DISPLAY 'CTLFPCHK ERROR - unknown function '
                   CF-FUNCTION ' requested by ' CF-CALLER-ID
               MOVE 12 TO CF-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 050-EDIT-FILE-NAME
           IF NOT WS-FILE-KNOWN
               DISPLAY 'CTLFPCHK ERROR - ' CF-FILE-NAME
                   ' is not a fingerprinted control file'
               MOVE 12 TO CF-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 100-LOAD-FINGERPRINTS
           PERFORM 200-PROCESS-ONE-FILE
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > 6
           IF WS-STORE-CHANGED
               PERFORM 400-REWRITE-FINGERPRINTS
           END-IF
           GOBACK.

       050-EDIT-FILE-NAME.
           MOVE "N" TO WS-ALL-FILES-SWITCH
           MOVE "N" TO WS-FILE-KNOWN-SWITCH
           MOVE FUNCTION UPPER-CASE(CF-FILE-NAME) TO CF-FILE-NAME
           IF CF-FILE-NAME = "ALL"
               SET WS-ALL-FILES TO TRUE
               SET WS-FILE-KNOWN TO TRUE
           ELSE
               PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > 6
                   IF WS-CTL-FILE-NAME (WS-CTL-SUB) = CF-FILE-NAME
                       SET WS-FILE-KNOWN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *    No CTLFP.DAT yet is an empty store, not an error - the
      *    first fingerprint recorded creates it.
       100-LOAD-FINGERPRINTS.
           MOVE 0 TO WS-FP-COUNT
           MOVE "N" TO WS-FINGERPRINT-EOF-SWITCH
           OPEN INPUT FINGERPRINT-FILE
           IF WS-FINGERPRINT-STATUS = "00"
               PERFORM UNTIL WS-FINGERPRINT-EOF
                   READ FINGERPRINT-FILE
                       AT END
                           SET WS-FINGERPRINT-EOF TO TRUE
                       NOT AT END
                           IF WS-FP-COUNT < 20
                               ADD 1 TO WS-FP-COUNT
                               MOVE FINGERPRINT-FILE-RECORD
                                   TO WS-FP-IMAGE (WS-FP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINGERPRINT-FILE
           END-IF.

       200-PROCESS-ONE-FILE.
           IF WS-ALL-FILES
               OR WS-CTL-FILE-NAME (WS-CTL-SUB) = CF-FILE-NAME
               PERFORM 210-FIND-FINGERPRINT
               IF CF-RECORD-BASELINE
                   AND WS-FINGERPRINT-FOUND
                   CONTINUE
               ELSE
                   PERFORM 300-COMPUTE-FINGERPRINT
                   IF CF-VERIFY-FINGERPRINT
                       PERFORM 250-VERIFY-FINGERPRINT
                   ELSE
                       PERFORM 260-STORE-FINGERPRINT
                   END-IF
               END-IF
           END-IF.

       210-FIND-FINGERPRINT.
           MOVE "N" TO WS-FINGERPRINT-FOUND-SWITCH
           MOVE 0 TO WS-FP-SUB
           PERFORM VARYING WS-FP-SUB FROM 1 BY 1
               UNTIL WS-FP-SUB > WS-FP-COUNT
                   OR WS-FINGERPRINT-FOUND
               IF WS-FP-IMAGE (WS-FP-SUB) (1:12) =
                   WS-CTL-FILE-NAME (WS-CTL-SUB)
                   SET WS-FINGERPRINT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FINGERPRINT-FOUND
               SUBTRACT 1 FROM WS-FP-SUB
           END-IF.

      *    Any difference in the count or either hash total means the
      *    file is not the one its loader left.
       250-VERIFY-FINGERPRINT.
           ADD 1 TO CF-FILES-CHECKED
           MOVE SPACES TO WS-ALERT-CONDITION
           IF NOT WS-FINGERPRINT-FOUND
               DISPLAY 'CTLFPCHK WARNING - no fingerprint on record '
                   'for ' FUNCTION TRIM(WS-CTL-FILE-NAME (WS-CTL-SUB))
                   ', run CTLFPSET to record a baseline'
               STRING "NO FINGERPRINT - "
                   WS-CTL-FILE-NAME (WS-CTL-SUB)
                   DELIMITED BY SIZE INTO WS-ALERT-CONDITION
           ELSE
               MOVE WS-FP-IMAGE (WS-FP-SUB) TO CTLFP-RECORD
               IF FP-RECORD-COUNT NOT = WS-NEW-RECORD-COUNT
                   OR FP-CHARACTER-HASH NOT = WS-NEW-CHARACTER-HASH
                   OR FP-SEQUENCE-HASH NOT = WS-NEW-SEQUENCE-HASH
                   DISPLAY 'CTLFPCHK WARNING - '
                       FUNCTION TRIM(WS-CTL-FILE-NAME (WS-CTL-SUB))
                       ' changed since its last sanctioned load by '
                       FUNCTION TRIM(FP-LOADED-BY) ' on '
                       FP-LOAD-DATE ' ' FP-LOAD-TIME
                   DISPLAY 'CTLFPCHK   records ' FP-RECORD-COUNT
                       ' then, ' WS-NEW-RECORD-COUNT ' now'
                   STRING "CONTROL FILE DRIFT - "
                       WS-CTL-FILE-NAME (WS-CTL-SUB)
                       DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               END-IF
           END-IF
           IF WS-ALERT-CONDITION NOT = SPACES
               ADD 1 TO CF-FILES-DRIFTED
               IF CF-FIRST-DRIFT-FILE = SPACES
                   MOVE WS-CTL-FILE-NAME (WS-CTL-SUB)
                       TO CF-FIRST-DRIFT-FILE
               END-IF
               IF 4 > CF-RETURN-CODE
                   MOVE 4 TO CF-RETURN-CODE
               END-IF
               PERFORM 900-WRITE-ALERT-RECORD
           END-IF.

       260-STORE-FINGERPRINT.
           MOVE SPACES TO CTLFP-RECORD
           MOVE WS-CTL-FILE-NAME (WS-CTL-SUB) TO FP-FILE-NAME
           MOVE WS-NEW-RECORD-COUNT    TO FP-RECORD-COUNT
           MOVE WS-NEW-CHARACTER-HASH  TO FP-CHARACTER-HASH
           MOVE WS-NEW-SEQUENCE-HASH   TO FP-SEQUENCE-HASH
           MOVE CF-CALLER-ID           TO FP-LOADED-BY
           MOVE WS-STAMP-DATE          TO FP-LOAD-DATE
           MOVE WS-STAMP-TIME          TO FP-LOAD-TIME
           IF NOT WS-FINGERPRINT-FOUND
               IF WS-FP-COUNT < 20
                   ADD 1 TO WS-FP-COUNT
                   MOVE WS-FP-COUNT TO WS-FP-SUB
               ELSE
                   MOVE 0 TO WS-FP-SUB
               END-IF
           END-IF
           IF WS-FP-SUB > 0
               MOVE CTLFP-RECORD TO WS-FP-IMAGE (WS-FP-SUB)
               SET WS-STORE-CHANGED TO TRUE
               ADD 1 TO CF-FILES-RECORDED
               DISPLAY 'CTLFPCHK Fingerprint recorded for '
                   FUNCTION TRIM(FP-FILE-NAME) ' - '
                   FP-RECORD-COUNT ' record(s)'
           END-IF.

      *    Trailing blanks are not counted, so a line sequential
      *    record reads the same whether or not its padding survived
      *    an editor; anything else that changes moves a total.
       300-COMPUTE-FINGERPRINT.
           MOVE 0 TO WS-NEW-RECORD-COUNT
           MOVE 0 TO WS-NEW-CHARACTER-HASH
           MOVE 0 TO WS-NEW-SEQUENCE-HASH
           IF WS-CTL-INDEXED (WS-CTL-SUB)
               PERFORM 310-SCAN-REGISTRY
           ELSE
               PERFORM 320-SCAN-LINE-FILE
           END-IF.

       310-SCAN-REGISTRY.
           MOVE "N" TO WS-CONTROL-EOF-SWITCH
           MOVE 62 TO WS-SCAN-LENGTH
           OPEN INPUT PROGRAM-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-EOF
                   READ PROGRAM-REGISTRY-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-SCAN-RECORD
                           MOVE PROGRAM-REGISTRY-RECORD
                               TO WS-SCAN-RECORD
                           PERFORM 330-HASH-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROGRAM-REGISTRY-FILE
           END-IF.

       320-SCAN-LINE-FILE.
           MOVE "N" TO WS-CONTROL-EOF-SWITCH
           MOVE 256 TO WS-SCAN-LENGTH
           MOVE WS-CTL-FILE-NAME (WS-CTL-SUB) TO WS-CONTROL-FILENAME
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE INTO WS-SCAN-RECORD
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM 330-HASH-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       330-HASH-ONE-RECORD.
           ADD 1 TO WS-NEW-RECORD-COUNT
           MOVE 0 TO WS-RECORD-BYTE-SUM
           MOVE 0 TO WS-RECORD-WEIGHTED-SUM
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > WS-SCAN-LENGTH
               IF WS-SCAN-RECORD (WS-CHAR-POS:1) NOT = SPACE
                   COMPUTE WS-CHAR-ORD =
                       FUNCTION ORD(WS-SCAN-RECORD (WS-CHAR-POS:1))
                   ADD WS-CHAR-ORD TO WS-RECORD-BYTE-SUM
                   COMPUTE WS-RECORD-WEIGHTED-SUM =
                       WS-RECORD-WEIGHTED-SUM
                       + WS-CHAR-ORD * WS-CHAR-POS
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-CHARACTER-HASH = FUNCTION MOD(
               WS-NEW-CHARACTER-HASH + WS-RECORD-WEIGHTED-SUM,
               WS-HASH-MODULUS)
           COMPUTE WS-NEW-SEQUENCE-HASH = FUNCTION MOD(
               WS-NEW-SEQUENCE-HASH
               + WS-RECORD-BYTE-SUM * WS-NEW-RECORD-COUNT,
               WS-HASH-MODULUS).

       400-REWRITE-FINGERPRINTS.
           OPEN OUTPUT FINGERPRINT-FILE
           IF WS-FINGERPRINT-STATUS NOT = "00"
               DISPLAY 'CTLFPCHK ERROR - Cannot write CTLFP.DAT, '
                   'status = ' WS-FINGERPRINT-STATUS
                   ', fingerprint NOT recorded'
               MOVE 8 TO CF-RETURN-CODE
           ELSE
               PERFORM VARYING WS-FP-SUB FROM 1 BY 1
                   UNTIL WS-FP-SUB > WS-FP-COUNT
                   MOVE WS-FP-IMAGE (WS-FP-SUB)
                       TO FINGERPRINT-FILE-RECORD
                   WRITE FINGERPRINT-FILE-RECORD
               END-PERFORM
               CLOSE FINGERPRINT-FILE
           END-IF.

      *    Same record, same append as ENVCHK00's gate-failure alert,
      *    so ALERTDSP dispatches and escalates it the same way.
       900-WRITE-ALERT-RECORD.
           MOVE SPACES                  TO ALERT-RECORD
           MOVE "C"                     TO ALR-SEVERITY
           MOVE CF-CALLER-ID            TO ALR-PROGRAM-ID
           MOVE WS-STAMP-DATE (1:4)     TO ALR-DATE-YYYY
           MOVE WS-STAMP-DATE (5:2)     TO ALR-DATE-MM
           MOVE WS-STAMP-DATE (7:2)     TO ALR-DATE-DD
           MOVE WS-STAMP-TIME (1:2)     TO ALR-TIME-HH
           MOVE WS-STAMP-TIME (3:2)     TO ALR-TIME-MM
           MOVE WS-STAMP-TIME (5:2)     TO ALR-TIME-SS
           MOVE WS-ALERT-CONDITION      TO ALR-CONDITION
           MOVE "N"                     TO ALR-ACK-FLAG
           MOVE "N"                     TO ALR-DISPATCH-FLAG
           MOVE "CTLFPCHK"              TO ALR-SOURCE
           MOVE "CDRF"                  TO ALR-ALERT-TYPE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY 'CTLFPCHK WARNING - unable to open operator '
                   'alert file, FILE STATUS = ' WS-ALERT-STATUS
           ELSE
               MOVE ALERT-RECORD TO ALERT-FILE-RECORD
               WRITE ALERT-FILE-RECORD
               IF WS-ALERT-STATUS NOT = "00"
                   DISPLAY 'CTLFPCHK WARNING - operator alert write '
                       'failed, FILE STATUS = ' WS-ALERT-STATUS
               END-IF
               CLOSE ALERT-FILE
           END-IF.
