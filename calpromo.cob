      *                        only then promotes.  Any validation
      *                        failure ends RC 16 with the live
      *                        calendar untouched - a fat-fingered
      *                        staging file cannot blank it.  After a
      *                        promotion the live calendar's
      *                        control-file fingerprint is recorded
      *                        (CTLFPCHK), so BATCHGATE can tell it
      *                        from a later hand edit or copy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       COPY "WCALNDR.cpy".
       COPY "WCTLFPCK.cpy".
       01  WS-SAVED-RETURN-CODE            PIC 9(04)   VALUE 0.
       01  WS-STAGING-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-LIVE-STATUS                  PIC X(02)   VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02)   VALUE SPACES.
           IF WS-STAGING-VALID
               PERFORM 500-BACK-UP-AND-PROMOTE
               IF WS-PROMOTE-VERIFIED
                   PERFORM 600-RECORD-FINGERPRINT
      *            A first promotion has no old calendar to back up,
      *            and the sign-off report must not claim one was.
                   IF WS-LIVE-EXISTS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           IF RETURN-CODE < 16
               IF WS-LIVE-EXISTS
                   DISPLAY 'CALPROMO Promoted ' WS-NEW-COUNT
                       ' record(s), live calendar backed up'
           ELSE
               SET WS-PROMOTE-VERIFIED TO TRUE
           END-IF.

      *    The fingerprint must follow the promotion that was just made;
      *    if it cannot be recorded the next chain start will flag
      *    the file as drifted, so say so now.
       600-RECORD-FINGERPRINT.
           MOVE SPACES TO CTLFPCHK-PARMS
           MOVE "R" TO CF-FUNCTION
           MOVE "HOLIDAY.DAT" TO CF-FILE-NAME
           MOVE "CALPROMO" TO CF-CALLER-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "CTLFPCHK" USING CTLFPCHK-PARMS
               ON EXCEPTION
                   DISPLAY 'CALPROMO WARNING - CTLFPCHK service not '
                       'available'
                   MOVE 8 TO CF-RETURN-CODE
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF CF-RETURN-CODE NOT = 0
               DISPLAY 'CALPROMO WARNING - HOLIDAY.DAT fingerprint '
                   'not recorded, the next chain start will flag it'
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
