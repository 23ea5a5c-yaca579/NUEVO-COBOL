      *****************************************************************
      *  WJOBSCHD.CPY
      *  Record layout for the batch job schedule control file
      *  (JOBSCHED.DAT - line sequential, one record per chain step,
      *  in step-number order within each chain).  Built and
      *  maintained by JOBSCHLD from JOBSCHED.SRC, read by BATCHGATE
      *  to drive the nightly, intraday and weekend batch chains, so a
      *  scheduling change is a data change instead of a recompile.
      *****************************************************************
       01  JOBSCHED-RECORD.
           05  JS-STEP-NUMBER               PIC 9(04).
           05  JS-MAX-RC                    PIC 9(04).
      *    Blank or D = every night; M = month-end only, fired by
      *    BATCHGATE only when BUSDATE reports the chain date is the
      *    last business day of its month.  F = first business day
      *    of the month; B = business day N of the month (N in
      *    JS-FREQ-PARM); W = one weekday each week (JS-FREQ-PARM);
      *    Q = quarter-end (last business day of March, June,
      *    September, December); Y = year-end (last business day of
      *    December).  Whether a code is due on a chain date is
      *    answered by the FREQCHK service.
           05  JS-FREQUENCY                 PIC X(01).
               88  JS-DAILY                 VALUE "D" " ".
               88  JS-MONTH-END-ONLY        VALUE "M".
               88  JS-FIRST-BUS-DAY         VALUE "F".
               88  JS-BUS-DAY-N             VALUE "B".
               88  JS-WEEKLY                VALUE "W".
               88  JS-QUARTER-END           VALUE "Q".
               88  JS-YEAR-END              VALUE "Y".
               88  JS-VALID-FREQUENCY       VALUE "D" " " "M" "F"
                                                  "B" "W" "Q" "Y".
           05  JS-DESCRIPTION               PIC X(40).
      *    Allowed wall-clock duration in minutes; 0000 (blank in
      *    JOBSCHED.SRC, normalized by JOBSCHLD) = no limit.  Flagged
           05  JS-PRED-STEPS.
               10  JS-PRED-STEP             PIC X(04)
                   OCCURS 3 TIMES.
      *    Named chain the step belongs to.  BATCHGATE runs one chain
      *    per invocation and fires only the steps carrying its name;
      *    step numbers are unique within a chain, not across chains.
      *    Blank (records built before named chains existed) is the
      *    NIGHTLY chain - JOBSCHLD stores it as NIGHTLY.
           05  JS-CHAIN-ID                  PIC X(08).
               88  JS-VALID-CHAIN           VALUE "NIGHTLY "
                                                  "INTRADAY"
                                                  "WEEKEND ".
      *    Parameter for the frequency code: B = the business day
      *    number, 01-23; W = the weekday, MO TU WE TH FR SA SU.
      *    Blank for every other code.
           05  JS-FREQ-PARM                 PIC X(02).
      *    Inbound feed the step needs before it may fire - a file
      *    name as the chain's working directory sees it; blank = no
      *    input dependency.  BATCHGATE checks for the file and, while
      *    it is missing, waits and rechecks for up to
      *    JS-MAX-WAIT-MINUTES (0000 = check once, no wait).  A step
      *    whose feed never lands is logged as timed out and holds
      *    its dependents exactly as a failed predecessor would.
           05  JS-INPUT-FILE                PIC X(40).
           05  JS-MAX-WAIT-MINUTES          PIC X(04).
      *    Retry policy for a step ending above JS-MAX-RC: BATCHGATE
      *    re-attempts it up to JS-RETRY-COUNT more times (0-9; blank
      *    or 0 = no retry), waiting JS-RETRY-DELAY-MINUTES between
      *    attempts (0000 = retry at once), before declaring it
      *    failed.  Every attempt is logged to BATCHSTP.DAT.
           05  JS-RETRY-COUNT               PIC X(01).
           05  JS-RETRY-DELAY-MINUTES       PIC X(04).
      *    Free-form parameter for the step - a region code, a file
      *    suffix, a run option; blank = none.  BATCHGATE hands it to
      *    the step unchanged in the run-context block (WRUNCTX) and
      *    does not look at it otherwise.
           05  JS-STEP-PARM                 PIC X(40).
      *    Effective dating, YYYYMMDD.  A record is the version of its
      *    step in force for chain dates from JS-EFFECTIVE-FROM
      *    through JS-EFFECTIVE-THRU inclusive; blank from = since
      *    always, blank through = until further notice.  A change
      *    meant for next Monday is loaded ahead of time as a second
      *    version of the step - the current one closed out on the
      *    Sunday, the new one effective from Monday - and BATCHGATE,
      *    RUNFCST, SHIFTRPT and SLARPT each pick the version in force
      *    for the date they are working.  JOBSCHLD rejects two
      *    versions of one chain step whose ranges overlap.
           05  JS-EFFECTIVE-FROM            PIC X(08).
           05  JS-EFFECTIVE-THRU            PIC X(08).
