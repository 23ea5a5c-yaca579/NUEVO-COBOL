      *                        to IDENTREJ.TXT with reasons; every
      *                        applied change appends a before/after
      *                        image to the audit file IDENTAUD.DAT.
      *                        After the table is rewritten its
      *                        control-file fingerprint is recorded
      *                        (CTLFPCHK), so BATCHGATE can tell this
      *                        run from a later hand edit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       COPY "WIDENTTB.cpy".
       COPY "WCTLFPCK.cpy".
       01  WS-SAVED-RETURN-CODE            PIC 9(04)   VALUE 0.
       01  WS-IDENTTAB-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-TRAN-STATUS                  PIC X(02)   VALUE SPACES.
       01  WS-REJECT-STATUS                PIC X(02)   VALUE SPACES.
                   END-IF
               END-PERFORM
               CLOSE IDENTITY-TABLE-FILE
               PERFORM 800-RECORD-FINGERPRINT
           END-IF.

      *    The fingerprint must follow the rewrite that was just made;
      *    if it cannot be recorded the next chain start will flag
      *    the file as drifted, so say so now.
       800-RECORD-FINGERPRINT.
           MOVE SPACES TO CTLFPCHK-PARMS
           MOVE "R" TO CF-FUNCTION
           MOVE "IDENTTAB.DAT" TO CF-FILE-NAME
           MOVE "IDENTMNT" TO CF-CALLER-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "CTLFPCHK" USING CTLFPCHK-PARMS
               ON EXCEPTION
                   DISPLAY 'IDENTMNT WARNING - CTLFPCHK service not '
                       'available'
                   MOVE 8 TO CF-RETURN-CODE
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF CF-RETURN-CODE NOT = 0
               DISPLAY 'IDENTMNT WARNING - IDENTTAB.DAT fingerprint '
                   'not recorded, the next chain start will flag it'
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
