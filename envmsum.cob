      *REMARKS.                Monthly environment-check summary.
      *                        Reads the structured monitor file
      *                        (ENVCHKMON.DAT, written by ENVCHK00)
      *                        for the month of the chain's business
      *                        date when run as a chain step (from
      *                        BATCHGATE's run context, WRUNCTX), else
      *                        for the month named in ENVMSUM_MONTH
      *                        (YYYYMM, default the current month),
      *                        groups by MON-PROGRAM-ID, and prints
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMM           PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(15)   VALUE SPACES.
       01  WS-CHAIN-STEP-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RUN-AS-CHAIN-STEP        VALUE "Y".
       01  WS-PROGRAM-COUNT                PIC 9(03)   VALUE 0.
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY            OCCURS 300 TIMES.
           05  FILLER                      PIC X(36)  VALUE
               "    (NO RUN RECORDS FOR THE MONTH)".

       LINKAGE SECTION.
       COPY "WRUNCTX.cpy".

       PROCEDURE DIVISION USING CHAIN-RUN-CONTEXT.
       MAINLINE.
           DISPLAY 'ENVMSUM Start - Monthly Environment Check '
               'Summary'
           DISPLAY 'ENVMSUM Successfully Completed'
           GOBACK.

      *    Called by BATCHGATE the run-context block is present and
      *    the month of its business date wins - a month-end step
      *    that runs after midnight still summarises the month that
      *    closed; run on its own there is no block (the address is
      *    NULL) and ENVMSUM_MONTH or the current month applies.
       100-SET-REQUEST-MONTH.
           IF ADDRESS OF CHAIN-RUN-CONTEXT NOT = NULL
               IF CTX-CONTEXT-VALID
                   MOVE "Y" TO WS-CHAIN-STEP-SWITCH
               END-IF
           END-IF
           IF WS-RUN-AS-CHAIN-STEP
               MOVE CTX-BUS-DATE-YYYY TO WS-REQ-YYYY
               MOVE CTX-BUS-DATE-MM   TO WS-REQ-MM
               DISPLAY 'ENVMSUM Chain step - month ' WS-REQUEST-MONTH
                   ' from the ' CTX-CHAIN-ID ' run context'
           ELSE
               ACCEPT WS-REQUEST-MONTH-X
                   FROM ENVIRONMENT "ENVMSUM_MONTH"
               IF WS-REQUEST-MONTH-X NOT = SPACES
                   AND WS-REQUEST-MONTH-X IS NUMERIC
                   MOVE WS-REQUEST-MONTH-X TO WS-REQUEST-MONTH
               ELSE
                   IF WS-REQUEST-MONTH-X NOT = SPACES
                       DISPLAY 'ENVMSUM WARNING - ENVMSUM_MONTH not '
                           'YYYYMM, using current month'
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-YYYYMM TO WS-REQUEST-MONTH
               END-IF
           END-IF.

       200-TALLY-MONITOR-RECORDS.
