      *>   AU-RUN-DATE is MM/DD/YYYY; the month compare key is the
      *>   rearranged YYYYMM, the same trick AUDIT-HISTORY uses for
      *>   its first/last dates.  Records outside the month cost one
      *>   compare each and nothing else; seal records (AUDITREC.CPY)
      *>   are not runs and bill nothing.
       LOAD-MONTH-AUDIT-RECORDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           STRING AU-RUN-DATE(7:4) AU-RUN-DATE(1:2)
                  DELIMITED BY SIZE INTO WS-AUD-MONTH
           IF WS-AUD-MONTH = WS-REPORT-MONTH
              AND NOT AU-SEAL-RECORD
              AND AU-ELAPSED-SEC IS NUMERIC
              AND AU-ELAPSED-HS IS NUMERIC
               IF WS-AUD-COUNT < 1000
