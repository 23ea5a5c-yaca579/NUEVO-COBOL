      *  WSTPHOLD.CPY
      *  One-night operator hold record layout (STEPHOLD.DAT - line
      *  sequential, one record per held chain step, maintained by
      *  the operations desk from the operations console, OPSCON,
      *  which checks each hold against JOBSCHED.DAT and logs it to
      *  OPSAUDIT.DAT - or, failing that, with a text editor and a
      *  CTLFPSET run afterwards).  Read by BATCHGATE
      *  at run time: a step whose chain, number AND program-id match
      *  a record here is skipped and logged as held while the chain
      *  date is on or before SH-HOLD-THRU, and the hold expires on
      *  its own after that date - no JOBSCHED.SRC edit, no reload,
      *  nothing to remember to put back tomorrow.
               10  SH-THRU-MM               PIC X(02).
               10  SH-THRU-DD               PIC X(02).
           05  SH-REASON                    PIC X(40).
      *    Chain the held step belongs to (see JS-CHAIN-ID); blank is
      *    the NIGHTLY chain, so holds keyed before named chains
      *    existed keep working.
           05  SH-CHAIN-ID                  PIC X(08).
