      *****************************************************************
      *  WRUNCTX.CPY
      *  Run-context block BATCHGATE passes to every chain step it
      *  calls.  It carries the chain's business date, the chain name,
      *  the step number, the attempt number and the step's free-form
      *  parameter from the schedule, so a step takes its date from
      *  the chain rather than from the wall clock or an environment
      *  variable.  BATCHGATE copies this into WORKING-STORAGE and
      *  calls the step USING it; a step copies it into LINKAGE.  A
      *  step run on its own (not by BATCHGATE) receives no block -
      *  the LINKAGE address is NULL - and falls back to its own
      *  environment variables.  Test the address before looking at
      *  the eyecatcher, and CTX-CONTEXT-VALID before trusting the
      *  rest.
      *****************************************************************
       01  CHAIN-RUN-CONTEXT.
           05  CTX-EYECATCHER               PIC X(08).
               88  CTX-CONTEXT-VALID        VALUE "RUNCTX01".
           05  CTX-CHAIN-ID                 PIC X(08).
      *    Business date the chain is running for, YYYYMMDD.
           05  CTX-BUSINESS-DATE.
               10  CTX-BUS-DATE-YYYY        PIC X(04).
               10  CTX-BUS-DATE-MM          PIC X(02).
               10  CTX-BUS-DATE-DD          PIC X(02).
           05  CTX-STEP-NUMBER              PIC 9(04).
      *    1 on the first attempt; higher when BATCHGATE is retrying.
           05  CTX-ATTEMPT                  PIC 9(02).
           05  CTX-STEP-PARM                PIC X(40).
