       IDENTIFICATION DIVISION.
       PROGRAM-ID.             FREQCHK.
      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-10-15.
      *REMARKS.                Callable step-frequency service in the
      *                        style of BUSDATE.  Given a schedule
      *                        step's frequency code and parameter
      *                        (JS-FREQUENCY / JS-FREQ-PARM) and the
      *                        BUSDATE answers for a chain date, it
      *                        says whether the step is due that
      *                        date: every day (D/blank), month-end
      *                        (M), first business day of the month
      *                        (F), business day N of the month (B),
      *                        one weekday each week (W), quarter-end
      *                        (Q) or year-end (Y).  BATCHGATE,
      *                        RUNFCST and SHIFTRPT all ask here so
      *                        the gate, the forecast and the morning
      *                        report can never disagree about which
      *                        night a step belongs to.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Weekday codes accepted in JS-FREQ-PARM for frequency W, in
      *    FUNCTION MOD(integer date, 7) order - 0 is Sunday.
       01  WS-WEEKDAY-TABLE-DATA.
           05  FILLER                      PIC X(11)
               VALUE "SUSUNDAY   ".
           05  FILLER                      PIC X(11)
               VALUE "MOMONDAY   ".
           05  FILLER                      PIC X(11)
               VALUE "TUTUESDAY  ".
           05  FILLER                      PIC X(11)
               VALUE "WEWEDNESDAY".
           05  FILLER                      PIC X(11)
               VALUE "THTHURSDAY ".
           05  FILLER                      PIC X(11)
               VALUE "FRFRIDAY   ".
           05  FILLER                      PIC X(11)
               VALUE "SASATURDAY ".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-TABLE-DATA.
           05  WS-WEEKDAY-ENTRY            OCCURS 7 TIMES.
               10  WS-WEEKDAY-CODE         PIC X(02).
               10  WS-WEEKDAY-NAME         PIC X(09).
       01  WS-WEEKDAY-SUB                  PIC 9(02)   VALUE 0.
       01  WS-PARM-WEEKDAY                 PIC 9(02)   VALUE 0.
       01  WS-PARM-DAY-N                   PIC 9(02)   VALUE 0.
       01  WS-DATE-WORK.
           05  WS-REQUEST-YYYYMMDD-N       PIC 9(08)   VALUE 0.
           05  WS-REQUEST-INTEGER-DATE     PIC S9(08)  VALUE 0.
           05  WS-REQUEST-DAY-OF-WEEK      PIC 9(01)   VALUE 0.

       LINKAGE SECTION.
       COPY "WBUSDATE.cpy".
       COPY "WFREQCHK.cpy".

       PROCEDURE DIVISION USING BUSDATE-PARMS FREQCHK-PARMS.
       MAINLINE.
           MOVE 0 TO FC-RETURN-CODE
           MOVE "N" TO FC-DUE-FLAG
           MOVE SPACES TO FC-FREQ-TEXT
           PERFORM 100-EDIT-FREQUENCY
           IF FC-RETURN-CODE = 0
               PERFORM 200-DECIDE-STEP-DUE
           END-IF
           GOBACK.

      *    Names the frequency for the caller's messages and checks
      *    the parameter the code needs.  JOBSCHLD already rejects bad
      *    codes at load time; this is the backstop for a schedule
      *    file edited by hand.
       100-EDIT-FREQUENCY.
           IF FC-FREQUENCY = "D" OR FC-FREQUENCY = SPACE
               MOVE "EVERY DAY" TO FC-FREQ-TEXT
           ELSE
           IF FC-FREQUENCY = "M"
               MOVE "MONTH-END ONLY" TO FC-FREQ-TEXT
           ELSE
           IF FC-FREQUENCY = "F"
               MOVE "FIRST BUSINESS DAY ONLY" TO FC-FREQ-TEXT
           ELSE
           IF FC-FREQUENCY = "B"
               IF FC-FREQ-PARM IS NUMERIC
                   AND FC-FREQ-PARM > "00"
                   AND FC-FREQ-PARM < "24"
                   MOVE FC-FREQ-PARM TO WS-PARM-DAY-N
                   STRING "BUSINESS DAY " FC-FREQ-PARM " ONLY"
                       DELIMITED BY SIZE INTO FC-FREQ-TEXT
               ELSE
                   MOVE 12 TO FC-RETURN-CODE
                   MOVE "BAD BUSINESS DAY NUMBER" TO FC-FREQ-TEXT
               END-IF
           ELSE
           IF FC-FREQUENCY = "W"
               PERFORM 150-FIND-PARM-WEEKDAY
               IF WS-PARM-WEEKDAY > 0
                   STRING WS-WEEKDAY-NAME (WS-PARM-WEEKDAY)
                       DELIMITED BY SPACE
                       "S ONLY" DELIMITED BY SIZE
                       INTO FC-FREQ-TEXT
               ELSE
                   MOVE 12 TO FC-RETURN-CODE
                   MOVE "BAD WEEKDAY CODE" TO FC-FREQ-TEXT
               END-IF
           ELSE
           IF FC-FREQUENCY = "Q"
               MOVE "QUARTER-END ONLY" TO FC-FREQ-TEXT
           ELSE
           IF FC-FREQUENCY = "Y"
               MOVE "YEAR-END ONLY" TO FC-FREQ-TEXT
           ELSE
               MOVE 12 TO FC-RETURN-CODE
               MOVE "UNKNOWN FREQUENCY CODE" TO FC-FREQ-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Leaves the table position of the weekday (1 = Sunday) in
      *    WS-PARM-WEEKDAY, or zero for an unknown code.
       150-FIND-PARM-WEEKDAY.
           MOVE 0 TO WS-PARM-WEEKDAY
           PERFORM VARYING WS-WEEKDAY-SUB FROM 1 BY 1
               UNTIL WS-WEEKDAY-SUB > 7
               IF WS-WEEKDAY-CODE (WS-WEEKDAY-SUB) = FC-FREQ-PARM
                   MOVE WS-WEEKDAY-SUB TO WS-PARM-WEEKDAY
               END-IF
           END-PERFORM.

      *    A weekly step needs only the day of the week, worked out
      *    here from the date itself.  Every other code except daily
      *    needs the business calendar; when BUSDATE could not answer
      *    the step is reported not due with return code 8, the same
      *    safe side BATCHGATE has always taken with month-end steps.
       200-DECIDE-STEP-DUE.
           IF FC-FREQUENCY = "D" OR FC-FREQUENCY = SPACE
               MOVE "Y" TO FC-DUE-FLAG
           ELSE
           IF FC-FREQUENCY = "W"
               PERFORM 250-CHECK-WEEKDAY
           ELSE
           IF BD-RETURN-CODE NOT = 0
               MOVE 8 TO FC-RETURN-CODE
           ELSE
           IF FC-FREQUENCY = "M"
               IF BD-IS-LAST-BUS-DAY
                   MOVE "Y" TO FC-DUE-FLAG
               END-IF
           ELSE
           IF FC-FREQUENCY = "F"
               IF BD-IS-BUSINESS-DAY
                   AND BD-BUS-DAY-OF-MONTH = 1
                   MOVE "Y" TO FC-DUE-FLAG
               END-IF
           ELSE
           IF FC-FREQUENCY = "B"
               IF BD-IS-BUSINESS-DAY
                   AND BD-BUS-DAY-OF-MONTH = WS-PARM-DAY-N
                   MOVE "Y" TO FC-DUE-FLAG
               END-IF
           ELSE
           IF FC-FREQUENCY = "Q"
               IF BD-IS-LAST-BUS-DAY
                   AND (BD-REQ-MM = "03" OR BD-REQ-MM = "06"
                       OR BD-REQ-MM = "09" OR BD-REQ-MM = "12")
                   MOVE "Y" TO FC-DUE-FLAG
               END-IF
           ELSE
               IF BD-IS-LAST-BUS-DAY
                   AND BD-REQ-MM = "12"
                   MOVE "Y" TO FC-DUE-FLAG
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       250-CHECK-WEEKDAY.
           IF BD-REQUEST-DATE IS NOT NUMERIC
               MOVE 8 TO FC-RETURN-CODE
           ELSE
               MOVE BD-REQUEST-DATE TO WS-REQUEST-YYYYMMDD-N
               COMPUTE WS-REQUEST-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-REQUEST-YYYYMMDD-N)
               COMPUTE WS-REQUEST-DAY-OF-WEEK =
                   FUNCTION MOD(WS-REQUEST-INTEGER-DATE, 7)
               IF WS-REQUEST-DAY-OF-WEEK + 1 = WS-PARM-WEEKDAY
                   MOVE "Y" TO FC-DUE-FLAG
               END-IF
           END-IF.
