      *  sequential).  ENVCHK00 appends one record whenever a gated
      *  run ends with RC 8, carrying the first condition that
      *  tripped, so a 2 AM gate failure is more than a DISPLAY line
      *  in an unread batch log.  The other chain problems raise
      *  alerts the same way, each naming its source (the program
      *  that detected it) and alert type: CTLFPCHK for a control
      *  file changed outside its loader, BATCHGATE for a step that
      *  failed above its RC limit and for a stale run lock, SLARPT
      *  for a step that overran its duration limit and ENVRECON for
      *  a registered program that never checked in.  ALR-PROGRAM-ID
      *  is the program the alert is about.  ALERTDSP prints new
      *  alerts on the operator action report and flips the
      *  dispatched flag; the acknowledged flag is set only when the
      *  alert is actually worked - one at a time from the operations
      *  console (OPSCON), which records who acknowledged it, when,
      *  and the resolution, or in bulk with ALERTDSP_ACK_ALL=Y - so
      *  an alert left unworked ages onto the escalation report
      *  instead of being forgotten.
      *****************************************************************
       01  ALERT-RECORD.
           05  ALR-SEVERITY                 PIC X(01).
      *    existed - they read as not yet dispatched and print once.
           05  ALR-DISPATCH-FLAG            PIC X(01).
               88  ALR-DISPATCHED           VALUE "Y".
      *    Spaces on records written before source and type existed -
      *    those were all environment gate failures from ENVCHK00.
           05  ALR-SOURCE                   PIC X(08).
           05  ALR-ALERT-TYPE               PIC X(04).
               88  ALR-GATE-FAILURE         VALUE "GATE" SPACES.
               88  ALR-CONTROL-DRIFT        VALUE "CDRF".
               88  ALR-STEP-FAILURE         VALUE "STPF".
               88  ALR-STALE-LOCK           VALUE "LOCK".
               88  ALR-SLA-OVERRUN          VALUE "SLAO".
               88  ALR-MISSED-RUN           VALUE "MISS".
      *    Who worked the alert and how - the operator ID, date
      *    (YYYYMMDD) and time (HHMMSS) of the acknowledgment and the
      *    resolution note.  Spaces while unacknowledged and on
      *    records written before these existed; a bulk
      *    acknowledgment by ALERTDSP carries ALERTDSP as operator.
           05  ALR-ACK-OPERATOR             PIC X(08).
           05  ALR-ACK-DATE                 PIC X(08).
           05  ALR-ACK-TIME                 PIC X(06).
           05  ALR-RESOLUTION               PIC X(40).
