       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CTLFPSET.
      *AUTHOR.                 MAINTENANCE TEAM.
      *DATE-WRITTEN.           2026-10-15.
      *REMARKS.                Records the control-file fingerprint
      *                        (CTLFP.DAT, through CTLFPCHK) for the
      *                        reference files that have no loader -
      *                        the run windows (RUNWIN.DAT) and the
      *                        operator step holds (STEPHOLD.DAT) are
      *                        kept with a text editor, so after a
      *                        deliberate edit the operations desk
      *                        runs this to sanction it, with
      *                        CTLFPSET_FILE naming the file.  An edit
      *                        not followed by this run is flagged by
      *                        BATCHGATE at the next chain start.
      *                        Holds added or released from the
      *                        operations console (OPSCON) are
      *                        recorded by the console itself.
      *                        CTLFPSET_FILE=ALL records a first
      *                        baseline for every control file with
      *                        no fingerprint yet, on installation;
      *                        it never replaces a fingerprint on
      *                        record.  The files with loaders
      *                        (PROGREG.DAT, JOBSCHED.DAT,
      *                        IDENTTAB.DAT, HOLIDAY.DAT) are refused
      *                        by name - they are fingerprinted only
      *                        by a load through PROGREGLD, JOBSCHLD,
      *                        IDENTMNT or CALPROMO.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "WCTLFPCK.cpy".
       01  WS-FILE-NAME                    PIC X(12)   VALUE SPACES.
       01  WS-DISPLAY-RC                   PIC 9(04)   VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY 'CTLFPSET Start - Control File Fingerprint'
           ACCEPT WS-FILE-NAME FROM ENVIRONMENT "CTLFPSET_FILE"
           MOVE FUNCTION UPPER-CASE(WS-FILE-NAME) TO WS-FILE-NAME
           MOVE SPACES TO CTLFPCHK-PARMS
           MOVE "CTLFPSET" TO CF-CALLER-ID
           MOVE WS-FILE-NAME TO CF-FILE-NAME
           IF WS-FILE-NAME = "RUNWIN.DAT"
               OR WS-FILE-NAME = "STEPHOLD.DAT"
               MOVE "R" TO CF-FUNCTION
           ELSE
           IF WS-FILE-NAME = "ALL"
               MOVE "B" TO CF-FUNCTION
           ELSE
           IF WS-FILE-NAME = "PROGREG.DAT"
               OR WS-FILE-NAME = "JOBSCHED.DAT"
               OR WS-FILE-NAME = "IDENTTAB.DAT"
               OR WS-FILE-NAME = "HOLIDAY.DAT"
               DISPLAY 'CTLFPSET ERROR - ' FUNCTION TRIM(WS-FILE-NAME)
                   ' is fingerprinted only by its loader (PROGREGLD, '
                   'JOBSCHLD, IDENTMNT, CALPROMO)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               DISPLAY 'CTLFPSET ERROR - CTLFPSET_FILE must be '
                   'RUNWIN.DAT, STEPHOLD.DAT or ALL: ' WS-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           END-IF
           CALL "CTLFPCHK" USING CTLFPCHK-PARMS
               ON EXCEPTION
                   DISPLAY 'CTLFPSET ERROR - CTLFPCHK service not '
                       'available, nothing recorded'
                   MOVE 16 TO CF-RETURN-CODE
           END-CALL
           DISPLAY 'CTLFPSET ' CF-FILES-RECORDED
               ' fingerprint(s) recorded'
           MOVE CF-RETURN-CODE TO RETURN-CODE
           IF RETURN-CODE = 0
               DISPLAY 'CTLFPSET Successfully Completed'
           ELSE
               MOVE RETURN-CODE TO WS-DISPLAY-RC
               DISPLAY 'CTLFPSET Completed With Errors, RC = '
                   WS-DISPLAY-RC
           END-IF
           STOP RUN.
