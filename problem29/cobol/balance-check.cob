               END-IF
           END-IF.

      *>   Tonight's run records only - the seal that closes the
      *>   night's block (AUDITREC.CPY) carries the same run date
      *>   but is not a run.
       SCAN-AUDIT-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF AU-RUN-DATE = WS-RUN-DATE
                              AND NOT AU-SEAL-RECORD
                               PERFORM TALLY-AUDIT-RECORD
                           END-IF
                   END-READ
