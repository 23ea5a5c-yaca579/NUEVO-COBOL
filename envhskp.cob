      *                        nothing was dropped.  Retention
      *                        defaults to 90 days; set
      *                        ENVHSKP_RETENTION_DAYS to override.
      *                        Run as a chain step the retention
      *                        cutoff and the archive month count
      *                        from the chain's business date in
      *                        BATCHGATE's run context (WRUNCTX), so a
      *                        chain finishing after midnight or
      *                        rerun a day late archives exactly as
      *                        it would have on time; run on its own
      *                        they count from today.
      *                        Ends with GOBACK so it can run as the
      *                        last step of the nightly chain.

           05  WS-CURRENT-DATE-YYYY        PIC X(04)   VALUE SPACES.
           05  WS-CURRENT-DATE-MM          PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(15)   VALUE SPACES.
       01  WS-CHAIN-STEP-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RUN-AS-CHAIN-STEP        VALUE "Y".
       01  WS-DATE-COL                     PIC 9(03)   VALUE 0.
       01  WS-RECORDS-READ                 PIC 9(06)   VALUE 0.
       01  WS-RECORDS-ARCHIVED             PIC 9(06)   VALUE 0.
           05  FILLER                      PIC X(06)   VALUE " KEPT ".
           05  CTL-KEPT                    PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       COPY "WRUNCTX.cpy".

       PROCEDURE DIVISION USING CHAIN-RUN-CONTEXT.
       MAINLINE.
           DISPLAY 'ENVHSKP Start - Environment Check File '
               'Housekeeping'
                       WS-RETENTION-DAYS ' days'
               END-IF
           END-IF
      *    Called by BATCHGATE the run-context block is present and
      *    its business date is "today"; run on its own there is no
      *    block (the address is NULL) and the clock date applies.
           IF ADDRESS OF CHAIN-RUN-CONTEXT NOT = NULL
               IF CTX-CONTEXT-VALID
                   MOVE "Y" TO WS-CHAIN-STEP-SWITCH
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-RUN-AS-CHAIN-STEP
               MOVE CTX-BUSINESS-DATE TO WS-CURRENT-DATE (1:8)
               DISPLAY 'ENVHSKP Chain step - business date '
                   CTX-BUSINESS-DATE ' from the ' CTX-CHAIN-ID
                   ' run context'
           END-IF
           MOVE WS-CURRENT-DATE (1:8) TO WS-CURRENT-YYYYMMDD-X
           MOVE WS-CURRENT-YYYYMMDD-X TO WS-CURRENT-YYYYMMDD-N
           COMPUTE WS-CURRENT-INTEGER-DATE =
