       01  RUN-WINDOW-RECORD               PIC X(56).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD               PIC X(139).

       FD  COBVER-TEMP-FILE.
       01  COBVER-TEMP-RECORD              PIC X(80).
      *    run is already failing and the monitor record and audit
      *    log have been written.
       940-WRITE-ALERT-RECORD.
           MOVE SPACES                  TO ALERT-RECORD
           MOVE "C"                     TO ALR-SEVERITY
           MOVE LK-CALLER-ID            TO ALR-PROGRAM-ID
           MOVE 800-CURRENT-DATE-YYYY   TO ALR-DATE-YYYY
           MOVE WS-ALERT-CONDITION      TO ALR-CONDITION
           MOVE "N"                     TO ALR-ACK-FLAG
           MOVE "N"                     TO ALR-DISPATCH-FLAG
           MOVE "ENVCHK00"              TO ALR-SOURCE
           MOVE "GATE"                  TO ALR-ALERT-TYPE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
