
       01  WS-PREV-KEY             PIC X(1400).

           COPY AUDSEAL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-TIME FROM TIME

           CLOSE REPORT-FILE.

      *>   The publish is a block of its own on the audit log, sealed
      *>   the same way a DISTINCT-POWERS night is (AUDITREC.CPY):
      *>   the chain is picked up from the last seal before the log
      *>   is extended, and the seal follows the record.
       WRITE-MERGE-AUDIT.
           SET SL-OPEN-BLOCK TO TRUE
           CALL "AUDSEAL" USING AUDIT-SEAL-AREA
           IF SL-LOG-UNREADABLE
               DISPLAY "WARNING: DISTPWR.AUD COULD NOT BE READ FOR "
                       "ITS SEAL CHAIN - THIS SEAL WILL NOT JOIN "
                       "THE CHAIN"
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               DISPLAY "ERROR: AUDIT-FILE WRITE STATUS "
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET SL-ADD-RECORD TO TRUE
               MOVE AUDIT-RECORD TO SL-RECORD
               CALL "AUDSEAL" USING AUDIT-SEAL-AREA
           END-IF

           SET SL-SEAL-BLOCK TO TRUE
           MOVE WS-RUN-DATE TO SL-SEAL-DATE
           MOVE "POWRMRGE" TO SL-JOB-ID
           CALL "AUDSEAL" USING AUDIT-SEAL-AREA
           WRITE AUDIT-RECORD FROM SL-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: AUDIT-FILE SEAL WRITE STATUS "
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE AUDIT-FILE.

