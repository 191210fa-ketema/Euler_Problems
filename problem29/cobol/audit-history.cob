           05  WS-HISTRPT-STATUS   PIC X(02).
           05  WS-RECORD-COUNT     PIC 9(07) VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(07) VALUE 0.
           05  WS-SEAL-COUNT       PIC 9(07) VALUE 0.
           05  WS-RANGE-COUNT      PIC 9(03) VALUE 0.
           05  WS-DRIFT-COUNT      PIC 9(03) VALUE 0.
           05  WS-RH-IDX           PIC 9(03).
      *>   take part in drift detection - the master disagreeing
      *>   with a computed answer is exactly the kind of drift worth
      *>   catching - but stay out of the elapsed statistics.
      *>   Seal records (AUDITREC.CPY) close each night's block and
      *>   are not runs; they are only counted.
       TALLY-AUDIT-RECORD.
           IF AU-SEAL-RECORD
               ADD 1 TO WS-SEAL-COUNT
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               IF AU-DISTINCT IS NOT NUMERIC
                  OR AU-ELAPSED-SEC IS NOT NUMERIC
                  OR AU-ELAPSED-HS IS NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM LOCATE-RANGE-ENTRY
                   IF WS-FOUND-IDX > 0
                       PERFORM APPLY-RECORD-TO-ENTRY
                   END-IF
               END-IF
           END-IF

           STRING "AUDIT RECORDS READ: " WS-RECORD-COUNT
                  "   SKIPPED: " WS-SKIPPED-COUNT
                  "   DISTINCT RANGES: " WS-RANGE-COUNT
                  "   SEALS: " WS-SEAL-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

