      *                        whole fleet at startup; a duplicate
      *                        PROGRAM-ID in PROGREG.SRC is rejected
      *                        here instead of silently loading both.
      *                        After the load the registry's
      *                        control-file fingerprint is recorded
      *                        (CTLFPCHK), so BATCHGATE can tell this
      *                        load from a later hand edit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-EOF                      VALUE "Y".
       01  WS-RECORDS-LOADED               PIC 9(06)   VALUE 0.
       01  WS-RECORDS-REJECTED             PIC 9(06)   VALUE 0.
       COPY "WCTLFPCK.cpy".
       01  WS-SAVED-RETURN-CODE            PIC 9(04)   VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           END-PERFORM
           CLOSE REGISTRY-SOURCE-FILE
           CLOSE PROGRAM-REGISTRY-FILE
           PERFORM 300-RECORD-FINGERPRINT
           DISPLAY 'PROGREGLD Loaded ' WS-RECORDS-LOADED
               ' registry record(s)'
           IF WS-RECORDS-REJECTED > 0
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.

      *    The fingerprint must follow the load that was just made; if
      *    it cannot be recorded the next chain start will flag the
      *    registry as drifted, so say so now.
       300-RECORD-FINGERPRINT.
           MOVE SPACES TO CTLFPCHK-PARMS
           MOVE "R" TO CF-FUNCTION
           MOVE "PROGREG.DAT" TO CF-FILE-NAME
           MOVE "PROGREGL" TO CF-CALLER-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "CTLFPCHK" USING CTLFPCHK-PARMS
               ON EXCEPTION
                   DISPLAY 'PROGREGLD WARNING - CTLFPCHK service not '
                       'available'
                   MOVE 8 TO CF-RETURN-CODE
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF CF-RETURN-CODE NOT = 0
               DISPLAY 'PROGREGLD WARNING - PROGREG.DAT fingerprint '
                   'not recorded, the next chain start will flag it'
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
