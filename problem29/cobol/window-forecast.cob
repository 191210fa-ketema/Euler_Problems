       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINDOW-FORECAST.
      *> Pre-run window forecast for tonight's DISTINCT-POWERS queue.
      *>
      *> The window governor (JC-WINDOW-BUDGET-MIN) only says after
      *> the fact which requests it deferred to CARRYOVR.DAT - by
      *> then the requestor has already lost a night.  This program
      *> runs between STANDGEN and PRODRUN and predicts the night
      *> before it happens, so ops can split or reschedule a request
      *> while there is still time to.
      *>
      *> It builds tonight's queue the way DISTINCT-POWERS will -
      *> last night's carryover at the front, then tonight's
      *> transaction file, each card graded for priority and
      *> deadline escalation exactly as LOAD-ONE-REQUEST and
      *> ESCALATE-DUE-REQUESTS grade it, then sorted on the same
      *> key SORT-REQUEST-TABLE sorts on - and walks that order:
      *>
      *>   - a card VALIDATE-REQUEST would reject, or AUTHCHK would
      *>     refuse (including a department past its nightly
      *>     quota), costs nothing and is shown with its reason;
      *>   - a range the results master will answer (RSLTMST.DAT
      *>     holds a valid record, or an earlier card tonight
      *>     computes and files it) costs nothing;
      *>   - anything else is timed from the computed runs in the
      *>     audit log (DISTPWR.AUD): the average elapsed time of
      *>     the same range if it has ever been computed, otherwise
      *>     the elapsed time per combination of ranges of similar
      *>     size (half to double the combinations), otherwise the
      *>     rate over all history;
      *>   - computed ranges that overlap are grouped the way
      *>     DISTINCT-POWERS' PLAN-KEY-SET groups them into one
      *>     shared key set, and costed as one: the first member to
      *>     run is charged for generating and sorting every pair any
      *>     member covers, each member after it only for the one
      *>     pass that extracts its own keys from the set.  Those
      *>     members show SHARED SET as their basis.
      *>
      *> The running total gives each request a predicted finish
      *> time.  The budget is checked before each request starts,
      *> the way CHECK-WINDOW-BUDGET checks it, so a request is
      *> flagged as an expected deferral exactly where the governor
      *> would defer it - and, like the governor, a request due
      *> tonight is shown running past the budget instead.  A
      *> request predicted to finish after its date needed, or to
      *> be deferred past it, is flagged as an expected miss.
      *>
      *> Nothing is updated: the results master is opened INPUT and
      *> its hit counts are left alone.  Cancel/amend transactions
      *> (REQMAINT.DAT) are applied by DISTINCT-POWERS against the
      *> request master and are not reflected here.  RETURN-CODE 4
      *> when any deferral or deadline miss is predicted, so the
      *> scheduler can alert ops; the forecast never holds up the
      *> production step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRYOVER-FILE ASSIGN TO "CARRYOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYOVER-STATUS.
           SELECT RANGE-CARD-FILE ASSIGN TO "RANGEIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-CARD-STATUS.
           SELECT JOB-CONTROL-FILE ASSIGN TO "DISTPWR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "RSLTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RANGE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "DISTPWR.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "FORECAST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCSTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Byte-for-byte copy of RANGE-REQUEST-RECORD, as DISTINCT-
      *>   POWERS writes it.
       FD  CARRYOVER-FILE.
       01  CARRYOVER-RECORD            PIC X(82).

       FD  RANGE-CARD-FILE.
           COPY RANGEREQ.

       FD  JOB-CONTROL-FILE.
           COPY JOBCTL.

       FD  RESULTS-MASTER.
           COPY RSLTMST.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  FORECAST-REPORT-FILE.
           COPY RPTLINE.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-CARRYOVER-STATUS PIC X(02).
           05  WS-RANGE-CARD-STATUS PIC X(02).
           05  WS-JOBCTL-STATUS    PIC X(02).
           05  WS-MASTER-STATUS    PIC X(02).
           05  WS-AUDIT-STATUS     PIC X(02).
           05  WS-FCSTRPT-STATUS   PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-RUN-DATE         PIC X(10).
           05  WS-RUN-DATE-KEY     PIC X(08).
           05  WS-NEXT-BATCH-KEY   PIC X(08).
           05  WS-CARRY-CARDS      PIC 9(05) VALUE 0.
           05  WS-TRANS-CARDS      PIC 9(05) VALUE 0.
           05  WS-LOAD-SOURCE      PIC X(05).
           05  WS-A-MIN            PIC 999.
           05  WS-A-MAX            PIC 999.
           05  WS-B-MIN            PIC 999.
           05  WS-B-MAX            PIC 999.
           05  WS-LIST-COUNT       PIC 9(02).
           05  WS-SERIES-SIZE      PIC 999.
           05  WS-COMBOS           PIC 9(06).
           05  WS-RANGE-FLOOR      PIC 999 VALUE 2.
           05  WS-RANGE-CEILING    PIC 999 VALUE 500.
           05  WS-BUDGET-MIN       PIC 9(04) VALUE 0.
           05  WS-BUDGET-HSEC      PIC 9(10) VALUE 0.
      *>   A member of a shared key set is charged this fraction of
      *>   the set's generate-and-sort estimate for the one
      *>   sequential pass that extracts its keys.
           05  WS-EXTRACT-DIVISOR  PIC 9(03) VALUE 50.

      *>   Clock bookkeeping, in hundredths of a second - the same
      *>   units DISTINCT-POWERS times its window in.
       01  WS-CLOCK-VARIABLES.
           05  WS-START-TIME       PIC X(08).
           05  WS-TIME-HH          PIC 9(02).
           05  WS-TIME-MM          PIC 9(02).
           05  WS-TIME-SS          PIC 9(02).
           05  WS-TIME-HS          PIC 9(02).
           05  WS-START-HSEC       PIC 9(08).
           05  WS-ELAPSED-HSEC     PIC 9(10) VALUE 0.
           05  WS-CLOCK-HSEC       PIC 9(10).
           05  WS-CLOCK-SECS       PIC 9(08).
           05  WS-CLOCK-TEXT       PIC X(08).
           05  WS-EST-HSEC         PIC 9(10).
           05  WS-EST-SECS         PIC 9(08)V99.
           05  WS-EST-EDIT         PIC ZZZZZ9.99.
           05  WS-TOTAL-EDIT       PIC ZZZZZZZ9.99.
           05  WS-TOTAL-MIN        PIC 9(06).

      *>   Forecast tallies for the summary.
       01  WS-TALLY-VARIABLES.
           05  WS-COMPUTE-COUNT    PIC 9(05) VALUE 0.
           05  WS-MASTER-COUNT     PIC 9(05) VALUE 0.
           05  WS-REJECT-COUNT     PIC 9(05) VALUE 0.
           05  WS-REFUSE-COUNT     PIC 9(05) VALUE 0.
           05  WS-DEFER-COUNT      PIC 9(05) VALUE 0.
           05  WS-MISS-COUNT       PIC 9(05) VALUE 0.
           05  WS-LATE-COUNT       PIC 9(05) VALUE 0.
           05  WS-UNTIMED-COUNT    PIC 9(05) VALUE 0.
           05  WS-HIST-RECORDS     PIC 9(07) VALUE 0.

      *>   Authorization - the same per-department quota count
      *>   DISTINCT-POWERS' AUTHORIZE-QUEUE keeps.
       01  WS-AUTH-VARIABLES.
           05  WS-DQ-COUNT         PIC 9(03) VALUE 0.
           05  WS-DQ-IDX           PIC 9(03).
           05  WS-DQ-ENTRY OCCURS 100 TIMES.
               10  WS-DQ-DEPT      PIC X(04).
               10  WS-DQ-QUOTA     PIC 9(03).
               10  WS-DQ-USED      PIC 9(03).

           COPY AUTHCHK.

           COPY CALCHK.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EOF-REACHED             VALUE "Y".
           05  WS-MASTER-OPEN-SWITCH PIC X(01) VALUE "N".
               88  MASTER-FILE-OPEN        VALUE "Y".
           05  WS-UNION-MODE-SWITCH PIC X(01) VALUE "N".
               88  BATCH-UNION-MODE        VALUE "Y".
           05  WS-BUDGET-SWITCH    PIC X(01) VALUE "N".
               88  WINDOW-BUDGET-ACTIVE    VALUE "Y".
           05  WS-EXHAUSTED-SWITCH PIC X(01) VALUE "N".
               88  WINDOW-EXHAUSTED        VALUE "Y".
           05  WS-REQ-OVFL-SWITCH  PIC X(01) VALUE "N".
               88  REQUEST-TABLE-FULL      VALUE "Y".
           05  WS-HIST-FULL-SWITCH PIC X(01) VALUE "N".
               88  HISTORY-TABLE-FULL      VALUE "Y".
           05  WS-TONIGHT-FULL-SWITCH PIC X(01) VALUE "N".
               88  TONIGHT-TABLE-FULL      VALUE "Y".
           05  WS-VALID-SWITCH     PIC X(01) VALUE "Y".
               88  ENTRY-IS-VALID          VALUE "Y".
           05  WS-FREE-SWITCH      PIC X(01) VALUE "N".
               88  ANSWER-IS-FREE          VALUE "Y".
           05  WS-DUE-TONIGHT-SWITCH PIC X(01) VALUE "N".
               88  ENTRY-DUE-TONIGHT       VALUE "Y".
           05  WS-DQ-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  DEPT-QUOTA-FOUND        VALUE "Y".
           05  WS-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  ENTRY-FOUND             VALUE "Y".
           05  WS-FS-GREW-SWITCH   PIC X(01) VALUE "N".
               88  KEY-SET-GREW            VALUE "Y".
           05  WS-FS-PAIR-SWITCH   PIC X(01) VALUE "N".
               88  PAIR-IN-KEY-SET         VALUE "Y".
           05  WS-FS-LEAD-SWITCH   PIC X(01) VALUE "N".
               88  ENTRY-CAN-LEAD          VALUE "Y".

      *>   Tonight's queue, in DISTINCT-POWERS' own sort-key shape
      *>   so the SORT below walks the identical order.  The
      *>   forecast fields are filled in as the queue is walked.
       01  WS-QUEUE-VARIABLES.
           05  WS-FQ-COUNT         PIC 9(05) VALUE 0.
           05  WS-FQ-IDX           PIC 9(05).
       01  WS-QUEUE-TABLE.
           05  WS-FQ-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-FQ-COUNT.
               10  WS-FQ-SORT-KEY.
                   15  WS-FQ-PRIO-KEY  PIC X(01).
                   15  WS-FQ-SEQ-KEY   PIC 9(05).
               10  WS-FQ-SOURCE        PIC X(05).
               10  WS-FQ-RECORD        PIC X(82).
               10  WS-FQ-AUTH-REASON   PIC X(20).

      *>   One entry per range (and combination count, so a value
      *>   list is not mistaken for the rectangle it spans) ever
      *>   computed by DISTINCT-POWERS, from the audit log.  Master
      *>   hits finish in milliseconds and are left out, as AUDIT-
      *>   HISTORY leaves them out of its elapsed statistics.
       01  WS-HISTORY-VARIABLES.
           05  WS-HT-COUNT         PIC 9(03) VALUE 0.
           05  WS-HT-IDX           PIC 9(03).
           05  WS-HT-FOUND         PIC 9(03).
           05  WS-ALL-HS           PIC 9(12) VALUE 0.
           05  WS-ALL-COMBOS       PIC 9(12) VALUE 0.
           05  WS-SIM-HS           PIC 9(12).
           05  WS-SIM-COMBOS       PIC 9(12).
           05  WS-SIM-LOW          PIC 9(06).
           05  WS-SIM-HIGH         PIC 9(07).
           05  WS-RUN-HS           PIC 9(08).
           05  WS-BASIS            PIC X(12).
       01  WS-HISTORY-TABLE.
           05  WS-HT-ENTRY OCCURS 500 TIMES.
               10  WS-HT-KEY.
                   15  WS-HT-A-MIN PIC X(03).
                   15  WS-HT-A-MAX PIC X(03).
                   15  WS-HT-B-MIN PIC X(03).
                   15  WS-HT-B-MAX PIC X(03).
                   15  WS-HT-COMBOS PIC 9(06).
               10  WS-HT-RUNS      PIC 9(05).
               10  WS-HT-TOT-HS    PIC 9(12).
       01  WS-HIST-LOOKUP-KEY.
           05  WS-HK-A-MIN         PIC X(03).
           05  WS-HK-A-MAX         PIC X(03).
           05  WS-HK-B-MIN         PIC X(03).
           05  WS-HK-B-MAX         PIC X(03).
           05  WS-HK-COMBOS        PIC 9(06).

      *>   Ranges an earlier card computes tonight - DISTINCT-POWERS
      *>   files each one on the results master as it finishes, so a
      *>   later card for the same range is served from it.
       01  WS-TONIGHT-VARIABLES.
           05  WS-TN-COUNT         PIC 9(03) VALUE 0.
           05  WS-TN-IDX           PIC 9(03).
       01  WS-TONIGHT-TABLE.
           05  WS-TN-RANGE OCCURS 500 TIMES PIC X(12).
       01  WS-CARD-RANGE           PIC X(12).

      *>   Shared key sets, planned over the sorted queue with
      *>   PLAN-KEY-SET's rules.  WS-FC-* is indexed by queue
      *>   position: whether the entry could join a set, its bounds,
      *>   and the set it was put in (zero if none).  WS-FS-* is one
      *>   entry per set: its members' positions, the pairs the set
      *>   generates (every pair some member covers), and - once
      *>   the first member to run has been costed - the extraction
      *>   charge every later member gets.
       01  WS-KEY-SET-VARIABLES.
           05  WS-FS-COUNT         PIC 9(03) VALUE 0.
           05  WS-FS-NO            PIC 9(03).
           05  WS-FS-IDX           PIC 9(05).
           05  WS-FS-JDX           PIC 9(05).
           05  WS-FS-MDX           PIC 9(03).
           05  WS-FS-IN-FLIGHT     PIC 9(03) VALUE 0.
           05  WS-FS-MEMBERS       PIC 9(03).
           05  WS-FS-A             PIC 999.
           05  WS-FS-B             PIC 999.
           05  WS-FS-CARD-COMBOS   PIC 9(06).
           05  WS-FS-MEMBER OCCURS 500 TIMES PIC 9(05).
       01  WS-KEY-SET-ENTRY-TABLE.
           05  WS-FC-ENTRY OCCURS 500 TIMES.
               10  WS-FC-FLAG      PIC X(01).
               10  WS-FC-SET-NO    PIC 9(03).
               10  WS-FC-A-MIN     PIC 999.
               10  WS-FC-A-MAX     PIC 999.
               10  WS-FC-B-MIN     PIC 999.
               10  WS-FC-B-MAX     PIC 999.
       01  WS-KEY-SET-TABLE.
           05  WS-FS-SET OCCURS 250 TIMES.
               10  WS-FS-SIZE      PIC 9(03).
               10  WS-FS-LAST      PIC 9(05).
               10  WS-FS-PAIRS     PIC 9(06).
               10  WS-FS-BUILT     PIC X(01).
               10  WS-FS-EXTRACT-HSEC PIC 9(10).

      *>   One detail line's variable columns.
       01  WS-DETAIL-FIELDS.
           05  WS-DT-DISPOSITION   PIC X(09).
           05  WS-DT-EST           PIC X(09).
           05  WS-DT-FINISH        PIC X(08).
           05  WS-DT-FLAGS         PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FORECAST-FILES
           PERFORM READ-JOB-CONTROL
           PERFORM LOAD-ELAPSED-HISTORY
           PERFORM LOAD-FORECAST-QUEUE
           PERFORM ESCALATE-DUE-ENTRIES

           IF WS-FQ-COUNT > 1
               SORT WS-FQ-ENTRY ON ASCENDING KEY WS-FQ-SORT-KEY
           END-IF

           PERFORM AUTHORIZE-FORECAST-QUEUE
           PERFORM PLAN-FORECAST-KEY-SETS
           PERFORM WRITE-FORECAST-HEADING

           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > WS-FQ-COUNT
               PERFORM FORECAST-ONE-ENTRY
           END-PERFORM

           PERFORM WRITE-FORECAST-SUMMARY

           IF MASTER-FILE-OPEN
               CLOSE RESULTS-MASTER
           END-IF
           CLOSE FORECAST-REPORT-FILE

           IF WS-DEFER-COUNT > 0 OR WS-MISS-COUNT > 0
              OR WS-LATE-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *>   The forecast is rewritten each night - a point-in-time
      *>   prediction, like the AUDIT-HISTORY report, not a log.  The
      *>   results master is opened INPUT only; a master that will
      *>   not open just means every valid card is timed as a
      *>   compute, which is what the production step would do too.
       OPEN-FORECAST-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE-KEY
      *>   The next business night, off the shop calendar, exactly
      *>   as DISTINCT-POWERS works it out.
           SET CQ-NEXT-BUSINESS TO TRUE
           MOVE WS-RUN-DATE-KEY TO CQ-DATE
           CALL "CALCHK" USING CALENDAR-CHECK-AREA
           MOVE CQ-RESULT-DATE TO WS-NEXT-BATCH-KEY

           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-START-TIME(1:2) TO WS-TIME-HH
           MOVE WS-START-TIME(3:2) TO WS-TIME-MM
           MOVE WS-START-TIME(5:2) TO WS-TIME-SS
           MOVE WS-START-TIME(7:2) TO WS-TIME-HS
           COMPUTE WS-START-HSEC =
                   ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS)
                   * 100 + WS-TIME-HS

           OPEN OUTPUT FORECAST-REPORT-FILE
           IF WS-FCSTRPT-STATUS NOT = "00"
               DISPLAY "ERROR: FORECAST-REPORT-FILE OPEN STATUS "
                       WS-FCSTRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE "N" TO WS-MASTER-OPEN-SWITCH
           OPEN INPUT RESULTS-MASTER
           IF WS-MASTER-STATUS = "00"
               SET MASTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: RSLTMST.DAT NOT AVAILABLE, STATUS "
                       WS-MASTER-STATUS
                       " - EVERY VALID CARD FORECAST AS A COMPUTE"
           END-IF.

      *>   Only the options that change what the night costs are
      *>   read: the budget, and union mode (which, in DISTINCT-
      *>   POWERS, bypasses the results master so every request
      *>   computes).
       READ-JOB-CONTROL.
           OPEN INPUT JOB-CONTROL-FILE
           IF WS-JOBCTL-STATUS = "00"
               READ JOB-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JC-UNION-MODE = "Y"
                           SET BATCH-UNION-MODE TO TRUE
                       END-IF
                       IF JC-WINDOW-BUDGET-MIN IS NUMERIC
                          AND JC-WINDOW-BUDGET-MIN > 0
                           SET WINDOW-BUDGET-ACTIVE TO TRUE
                           MOVE JC-WINDOW-BUDGET-MIN
                                TO WS-BUDGET-MIN
                           COMPUTE WS-BUDGET-HSEC =
                                   WS-BUDGET-MIN * 6000
                       END-IF
               END-READ
               CLOSE JOB-CONTROL-FILE
           END-IF.

      *>   Fold every computed DISTINCT-POWERS run in the audit log
      *>   into the history table.  Records from POWER-MERGE time a
      *>   merge, not a generation, and master hits time nothing, so
      *>   both are passed over; so are seal records (AUDITREC.CPY)
      *>   and any record whose numbers do not hold numbers, as
      *>   AUDIT-HISTORY passes them over.  A record written before
      *>   the AU-SOURCE extension was always a compute - there was
      *>   no master to serve it.
       LOAD-ELAPSED-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ AUDIT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM TALLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "NOTE: DISTPWR.AUD NOT AVAILABLE, STATUS "
                       WS-AUDIT-STATUS " - NO ELAPSED HISTORY"
           END-IF.

       TALLY-HISTORY-RECORD.
           IF AU-JOB-ID = "DISTPWR"
              AND NOT AU-SEAL-RECORD
              AND (AU-SOURCE = "C" OR AU-SOURCE = SPACE)
              AND AU-COUNT IS NUMERIC
              AND AU-ELAPSED-SEC IS NUMERIC
              AND AU-ELAPSED-HS IS NUMERIC
              AND AU-COUNT > 0
               ADD 1 TO WS-HIST-RECORDS
               COMPUTE WS-RUN-HS = AU-ELAPSED-SEC * 100
                                   + AU-ELAPSED-HS
               ADD WS-RUN-HS TO WS-ALL-HS
               ADD AU-COUNT TO WS-ALL-COMBOS

               MOVE AU-A-MIN TO WS-HK-A-MIN
               MOVE AU-A-MAX TO WS-HK-A-MAX
               MOVE AU-B-MIN TO WS-HK-B-MIN
               MOVE AU-B-MAX TO WS-HK-B-MAX
               MOVE AU-COUNT TO WS-HK-COMBOS
               PERFORM FIND-HISTORY-ENTRY
               IF WS-HT-FOUND = 0
                   IF WS-HT-COUNT < 500
                       ADD 1 TO WS-HT-COUNT
                       MOVE WS-HT-COUNT TO WS-HT-FOUND
                       MOVE WS-HIST-LOOKUP-KEY
                            TO WS-HT-KEY(WS-HT-FOUND)
                       MOVE 0 TO WS-HT-RUNS(WS-HT-FOUND)
                       MOVE 0 TO WS-HT-TOT-HS(WS-HT-FOUND)
                   ELSE
                       SET HISTORY-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               IF WS-HT-FOUND > 0
                   ADD 1 TO WS-HT-RUNS(WS-HT-FOUND)
                   ADD WS-RUN-HS TO WS-HT-TOT-HS(WS-HT-FOUND)
               END-IF
           END-IF.

       FIND-HISTORY-ENTRY.
           MOVE 0 TO WS-HT-FOUND
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
                          OR WS-HT-FOUND > 0
               IF WS-HT-KEY(WS-HT-IDX) = WS-HIST-LOOKUP-KEY
                   MOVE WS-HT-IDX TO WS-HT-FOUND
               END-IF
           END-PERFORM.

      *>   Carryover first, then tonight's transaction file - the
      *>   order the production JCL concatenates them on RANGEIN, so
      *>   the card positions (the tie-breaker inside each priority)
      *>   match.  Either file may legitimately be missing; when the
      *>   carryover already rides the RANGEIN concatenation, the
      *>   CARRYOVR DD here is DUMMY so no card is counted twice.
       LOAD-FORECAST-QUEUE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "CARRY" TO WS-LOAD-SOURCE
           OPEN INPUT CARRYOVER-FILE
           IF WS-CARRYOVER-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ CARRYOVER-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE CARRYOVER-RECORD
                                TO RANGE-REQUEST-RECORD
                           PERFORM LOAD-ONE-ENTRY
                           IF NOT REQUEST-TABLE-FULL
                               ADD 1 TO WS-CARRY-CARDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRYOVER-FILE
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           MOVE "TRANS" TO WS-LOAD-SOURCE
           OPEN INPUT RANGE-CARD-FILE
           IF WS-RANGE-CARD-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ RANGE-CARD-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-ENTRY
                           IF NOT REQUEST-TABLE-FULL
                               ADD 1 TO WS-TRANS-CARDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RANGE-CARD-FILE
           END-IF.

      *>   Same grading LOAD-ONE-REQUEST applies: a punched priority
      *>   1-9 is the sort key, anything else sorts as 9.
       LOAD-ONE-ENTRY.
           IF WS-FQ-COUNT >= 500
               IF NOT REQUEST-TABLE-FULL
                   SET REQUEST-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: MORE THAN 500 CARDS QUEUED - "
                           "EXCESS NOT FORECAST"
               END-IF
           ELSE
               ADD 1 TO WS-FQ-COUNT
               MOVE WS-FQ-COUNT TO WS-FQ-SEQ-KEY(WS-FQ-COUNT)
               MOVE WS-LOAD-SOURCE TO WS-FQ-SOURCE(WS-FQ-COUNT)
               MOVE RANGE-REQUEST-RECORD
                    TO WS-FQ-RECORD(WS-FQ-COUNT)
               MOVE SPACES TO WS-FQ-AUTH-REASON(WS-FQ-COUNT)
               IF RR-PRIORITY >= "1" AND RR-PRIORITY <= "9"
                   MOVE RR-PRIORITY TO WS-FQ-PRIO-KEY(WS-FQ-COUNT)
               ELSE
                   MOVE "9" TO WS-FQ-PRIO-KEY(WS-FQ-COUNT)
               END-IF
           END-IF.

      *>   ESCALATE-DUE-REQUESTS' rule: due before the next business
      *>   night jumps to sort key "0".
       ESCALATE-DUE-ENTRIES.
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > WS-FQ-COUNT
               PERFORM GRADE-ENTRY-DEADLINE
               IF ENTRY-DUE-TONIGHT
                   MOVE "0" TO WS-FQ-PRIO-KEY(WS-FQ-IDX)
               END-IF
           END-PERFORM.

       GRADE-ENTRY-DEADLINE.
           MOVE "N" TO WS-DUE-TONIGHT-SWITCH
           MOVE WS-FQ-RECORD(WS-FQ-IDX) TO RANGE-REQUEST-RECORD
           IF RR-DATE-NEEDED IS NUMERIC
              AND RR-DATE-NEEDED < WS-NEXT-BATCH-KEY
               SET ENTRY-DUE-TONIGHT TO TRUE
           END-IF.

      *>   AUTHORIZE-QUEUE's grading, over the same sorted order, so
      *>   the same cards are refused and the same quotas run out.
       AUTHORIZE-FORECAST-QUEUE.
           MOVE "Y" TO AC-MASTER-FLAG
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > WS-FQ-COUNT
                          OR AC-MASTER-UNAVAILABLE
               MOVE WS-FQ-RECORD(WS-FQ-IDX) TO RANGE-REQUEST-RECORD
               PERFORM EDIT-FORECAST-CARD
               IF ENTRY-IS-VALID
                   MOVE RR-REQUESTOR-ID TO AC-REQUESTOR-ID
                   MOVE RR-DEPT TO AC-DEPT
                   MOVE RR-PRIORITY TO AC-PRIORITY
                   MOVE WS-COMBOS TO AC-COMBINATIONS
                   CALL "AUTHCHK" USING AUTH-CHECK-AREA
                   IF AC-MASTER-CONSULTED
                       IF AC-REASON = SPACES AND AC-NIGHTLY-QUOTA > 0
                           PERFORM COUNT-DEPT-QUOTA
                       END-IF
                       MOVE AC-REASON TO WS-FQ-AUTH-REASON(WS-FQ-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-DEPT-QUOTA.
           MOVE "N" TO WS-DQ-FOUND-SWITCH
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-COUNT
                          OR DEPT-QUOTA-FOUND
               IF WS-DQ-DEPT(WS-DQ-IDX) = RR-DEPT
                   SET DEPT-QUOTA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DEPT-QUOTA-FOUND
               SUBTRACT 1 FROM WS-DQ-IDX
           ELSE
               IF WS-DQ-COUNT < 100
                   ADD 1 TO WS-DQ-COUNT
                   MOVE WS-DQ-COUNT TO WS-DQ-IDX
                   MOVE RR-DEPT TO WS-DQ-DEPT(WS-DQ-IDX)
                   MOVE AC-NIGHTLY-QUOTA TO WS-DQ-QUOTA(WS-DQ-IDX)
                   MOVE 0 TO WS-DQ-USED(WS-DQ-IDX)
                   SET DEPT-QUOTA-FOUND TO TRUE
               END-IF
           END-IF
           IF DEPT-QUOTA-FOUND
               IF WS-DQ-USED(WS-DQ-IDX) >= WS-DQ-QUOTA(WS-DQ-IDX)
                   MOVE "NIGHTLY QUOTA SPENT" TO AC-REASON
               ELSE
                   ADD 1 TO WS-DQ-USED(WS-DQ-IDX)
               END-IF
           END-IF.

      *>   The edits that decide whether DISTINCT-POWERS will run a
      *>   card at all - numeric bounds, floor/ceiling, MIN past MAX,
      *>   and for a value list a usable count, for a series a square
      *>   from the floor - and the card's combination count.
      *>   WS-DT-FLAGS carries the reason.  The finer list edits
      *>   (duplicates, bounds reconciliation) are left to the
      *>   production step; a list card failing them is forecast
      *>   as a compute and costs a few seconds at most.
       EDIT-FORECAST-CARD.
           MOVE "Y" TO WS-VALID-SWITCH
           MOVE SPACES TO WS-DT-FLAGS
           MOVE 0 TO WS-COMBOS
           IF RR-A-MIN IS NOT NUMERIC OR RR-A-MAX IS NOT NUMERIC
              OR RR-B-MIN IS NOT NUMERIC OR RR-B-MAX IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "NON-NUMERIC RANGE" TO WS-DT-FLAGS
           ELSE
               MOVE RR-A-MIN TO WS-A-MIN
               MOVE RR-A-MAX TO WS-A-MAX
               MOVE RR-B-MIN TO WS-B-MIN
               MOVE RR-B-MAX TO WS-B-MAX
               IF WS-A-MIN < WS-RANGE-FLOOR
                  OR WS-A-MAX > WS-RANGE-CEILING
                  OR WS-A-MIN > WS-A-MAX
                  OR WS-B-MIN < WS-RANGE-FLOOR
                  OR WS-B-MAX > WS-RANGE-CEILING
                  OR WS-B-MIN > WS-B-MAX
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "RANGE OUT OF BOUNDS" TO WS-DT-FLAGS
               END-IF
           END-IF
           IF ENTRY-IS-VALID AND RR-VALUE-LIST
               IF RR-LIST-COUNT IS NOT NUMERIC
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "BAD LIST COUNT" TO WS-DT-FLAGS
               ELSE
                   MOVE RR-LIST-COUNT TO WS-LIST-COUNT
                   IF WS-LIST-COUNT = 0 OR WS-LIST-COUNT > 15
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "BAD LIST COUNT" TO WS-DT-FLAGS
                   END-IF
               END-IF
           END-IF
           IF ENTRY-IS-VALID AND RR-SERIES
               IF WS-A-MIN NOT = WS-RANGE-FLOOR
                  OR WS-B-MIN NOT = WS-RANGE-FLOOR
                  OR WS-A-MAX NOT = WS-B-MAX
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "BAD SERIES BOUNDS" TO WS-DT-FLAGS
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               IF RR-VALUE-LIST
                   COMPUTE WS-COMBOS = WS-LIST-COUNT
                           * (WS-B-MAX - WS-B-MIN + 1)
               ELSE
                   COMPUTE WS-COMBOS = (WS-A-MAX - WS-A-MIN + 1)
                           * (WS-B-MAX - WS-B-MIN + 1)
               END-IF
           END-IF.

       WRITE-FORECAST-HEADING.
           MOVE SPACES TO RL-TEXT
           STRING "WINDOW FORECAST - RUN DATE " WS-RUN-DATE
                  "   FORECAST FROM " WS-START-TIME(1:2) ":"
                  WS-START-TIME(3:2) ":" WS-START-TIME(5:2)
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           IF WINDOW-BUDGET-ACTIVE
               STRING "WINDOW BUDGET: " WS-BUDGET-MIN " MINUTE(S)"
                      DELIMITED BY SIZE INTO RL-TEXT
           ELSE
               STRING "WINDOW BUDGET: NONE - NOTHING WILL BE "
                      "DEFERRED"
                      DELIMITED BY SIZE INTO RL-TEXT
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           STRING "NEXT BUSINESS NIGHT: " WS-NEXT-BATCH-KEY
                  " - WORK DUE BEFORE THEN RUNS TONIGHT"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           STRING "QUEUE: " WS-CARRY-CARDS " CARRYOVER CARD(S), "
                  WS-TRANS-CARDS " TRANSACTION CARD(S)   HISTORY: "
                  WS-HIST-RECORDS " COMPUTED RUN(S)"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           IF BATCH-UNION-MODE
               MOVE SPACES TO RL-TEXT
               STRING "BATCH-UNION MODE IS ON - THE RESULTS MASTER "
                      "WILL NOT BE CONSULTED TONIGHT"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF
           IF WS-FS-COUNT > 0
               MOVE SPACES TO RL-TEXT
               STRING "SHARED KEY SETS: " WS-FS-COUNT
                      " - OVERLAPPING RANGES COSTED AS ONE "
                      "GENERATION EACH"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF
           IF AC-MASTER-UNAVAILABLE
               MOVE SPACES TO RL-TEXT
               STRING "AUTHORIZATION MASTER UNAVAILABLE - "
                      "REQUESTORS AND QUOTAS NOT FORECAST"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO RL-TEXT
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           STRING "ORDER P A RANGE B RANGE REQUESTOR DEPT SOURCE "
                  "FORECAST   EST SEC   FINISH  BASIS        NOTES"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.

      *>   Walk one entry in processing order: the budget test
      *>   first (before the entry "starts", as CHECK-WINDOW-BUDGET
      *>   does), then the disposition and cost.
       FORECAST-ONE-ENTRY.
           MOVE WS-FQ-RECORD(WS-FQ-IDX) TO RANGE-REQUEST-RECORD
           MOVE SPACES TO WS-DT-EST
           MOVE SPACES TO WS-DT-FINISH
           MOVE SPACES TO WS-BASIS
           PERFORM EDIT-FORECAST-CARD

           IF WINDOW-BUDGET-ACTIVE AND NOT WINDOW-EXHAUSTED
               IF WS-ELAPSED-HSEC >= WS-BUDGET-HSEC
                   SET WINDOW-EXHAUSTED TO TRUE
               END-IF
           END-IF
           PERFORM GRADE-ENTRY-DEADLINE

           IF WINDOW-EXHAUSTED AND NOT ENTRY-DUE-TONIGHT
               MOVE "DEFERRED" TO WS-DT-DISPOSITION
               ADD 1 TO WS-DEFER-COUNT
               IF RR-DATE-NEEDED IS NUMERIC
                  AND RR-DATE-NEEDED < WS-NEXT-BATCH-KEY
                   ADD 1 TO WS-MISS-COUNT
                   MOVE SPACES TO WS-DT-FLAGS
                   STRING "DEFERRED PAST NEEDED " RR-DATE-NEEDED
                          DELIMITED BY SIZE INTO WS-DT-FLAGS
               ELSE
                   MOVE "TO CARRYOVER" TO WS-DT-FLAGS
               END-IF
           ELSE
               IF NOT ENTRY-IS-VALID
                   MOVE "REJECT" TO WS-DT-DISPOSITION
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   IF WS-FQ-AUTH-REASON(WS-FQ-IDX) NOT = SPACES
                       MOVE "REFUSED" TO WS-DT-DISPOSITION
                       MOVE WS-FQ-AUTH-REASON(WS-FQ-IDX)
                            TO WS-DT-FLAGS
                       ADD 1 TO WS-REFUSE-COUNT
                   ELSE
                       PERFORM FORECAST-RUN-ENTRY
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-FORECAST-DETAIL.

      *>   A card that will run: free if the master (or an earlier
      *>   card tonight) answers it, otherwise timed from history.
      *>   Either way it finishes at the running clock, and one
      *>   whose date needed is already behind tonight completes
      *>   late - NOTE-LATE-COMPLETION's rule.
       FORECAST-RUN-ENTRY.
           MOVE RANGE-REQUEST-RECORD(1:12) TO WS-CARD-RANGE
           PERFORM CHECK-FREE-ANSWER
           IF ANSWER-IS-FREE
               MOVE "MASTER" TO WS-DT-DISPOSITION
               ADD 1 TO WS-MASTER-COUNT
               MOVE 0 TO WS-EST-HSEC
           ELSE
               MOVE "COMPUTE" TO WS-DT-DISPOSITION
               ADD 1 TO WS-COMPUTE-COUNT
               IF WS-FC-SET-NO(WS-FQ-IDX) > 0
                   PERFORM ESTIMATE-KEY-SET-MEMBER
               ELSE
                   PERFORM ESTIMATE-ELAPSED
               END-IF
               IF NOT RR-VALUE-LIST AND NOT TONIGHT-TABLE-FULL
                   IF WS-TN-COUNT < 500
                       ADD 1 TO WS-TN-COUNT
                       MOVE WS-CARD-RANGE TO WS-TN-RANGE(WS-TN-COUNT)
                   ELSE
                       SET TONIGHT-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF

           ADD WS-EST-HSEC TO WS-ELAPSED-HSEC
           COMPUTE WS-EST-SECS = WS-EST-HSEC / 100
           MOVE WS-EST-SECS TO WS-EST-EDIT
           MOVE WS-EST-EDIT TO WS-DT-EST
           COMPUTE WS-CLOCK-HSEC = WS-START-HSEC + WS-ELAPSED-HSEC
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO WS-DT-FINISH

           IF WINDOW-EXHAUSTED
               MOVE "DUE TONIGHT - RUNS PAST BUDGET" TO WS-DT-FLAGS
           END-IF
           IF RR-DATE-NEEDED IS NUMERIC
              AND RR-DATE-NEEDED < WS-RUN-DATE-KEY
               ADD 1 TO WS-LATE-COUNT
               MOVE SPACES TO WS-DT-FLAGS
               STRING "LATE - NEEDED " RR-DATE-NEEDED
                      DELIMITED BY SIZE INTO WS-DT-FLAGS
           END-IF.

      *>   LOOK-UP-RESULTS-MASTER's conditions: not forced to
      *>   recompute, not a value list, not union mode, and a stored
      *>   answer that has not been invalidated - or the same range
      *>   computed by an earlier card tonight, which the production
      *>   step will have filed by the time this card comes up.
      *>   A series is free only when every square in it is on file
      *>   and valid, as LOOK-UP-SERIES-IN-MASTER requires.
       CHECK-FREE-ANSWER.
           MOVE "N" TO WS-FREE-SWITCH
           IF RR-RECOMPUTE NOT = "Y" AND NOT RR-VALUE-LIST
              AND NOT BATCH-UNION-MODE AND MASTER-FILE-OPEN
               IF RR-SERIES
                   PERFORM CHECK-SERIES-ON-MASTER
               ELSE
                   MOVE WS-A-MIN TO RM-A-MIN
                   MOVE WS-A-MAX TO RM-A-MAX
                   MOVE WS-B-MIN TO RM-B-MIN
                   MOVE WS-B-MAX TO RM-B-MAX
                   READ RESULTS-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RM-INVALID-FLAG NOT = "Y"
                               SET ANSWER-IS-FREE TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF NOT ANSWER-IS-FREE
                   PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                           UNTIL WS-TN-IDX > WS-TN-COUNT
                                  OR ANSWER-IS-FREE
                       IF WS-TN-RANGE(WS-TN-IDX) = WS-CARD-RANGE
                           SET ANSWER-IS-FREE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-SERIES-ON-MASTER.
           SET ANSWER-IS-FREE TO TRUE
           PERFORM VARYING WS-SERIES-SIZE FROM WS-A-MIN BY 1
                   UNTIL WS-SERIES-SIZE > WS-A-MAX
                          OR NOT ANSWER-IS-FREE
               MOVE WS-A-MIN       TO RM-A-MIN
               MOVE WS-SERIES-SIZE TO RM-A-MAX
               MOVE WS-B-MIN       TO RM-B-MIN
               MOVE WS-SERIES-SIZE TO RM-B-MAX
               READ RESULTS-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-FREE-SWITCH
                   NOT INVALID KEY
                       IF RM-INVALID-FLAG = "Y"
                           MOVE "N" TO WS-FREE-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

      *>   Same range first, then similar size, then all history -
      *>   each step coarser, and the basis column says which one
      *>   the estimate rests on.  With no computed history at all
      *>   the card cannot be timed; it is counted and shown, and the
      *>   summary says the total is short by those cards.
       ESTIMATE-ELAPSED.
           MOVE 0 TO WS-EST-HSEC
           MOVE RR-A-MIN TO WS-HK-A-MIN
           MOVE RR-A-MAX TO WS-HK-A-MAX
           MOVE RR-B-MIN TO WS-HK-B-MIN
           MOVE RR-B-MAX TO WS-HK-B-MAX
           MOVE WS-COMBOS TO WS-HK-COMBOS
           PERFORM FIND-HISTORY-ENTRY
           IF WS-HT-FOUND > 0
               COMPUTE WS-EST-HSEC ROUNDED =
                       WS-HT-TOT-HS(WS-HT-FOUND)
                       / WS-HT-RUNS(WS-HT-FOUND)
               MOVE "SAME RANGE" TO WS-BASIS
           ELSE
               PERFORM ESTIMATE-FROM-RATE
           END-IF.

      *>   The time per combination of history runs of similar size,
      *>   else of all history, applied to WS-COMBOS.
       ESTIMATE-FROM-RATE.
           MOVE 0 TO WS-EST-HSEC
           COMPUTE WS-SIM-LOW = WS-COMBOS / 2
           COMPUTE WS-SIM-HIGH = WS-COMBOS * 2
           MOVE 0 TO WS-SIM-HS
           MOVE 0 TO WS-SIM-COMBOS
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
               IF WS-HT-COMBOS(WS-HT-IDX) >= WS-SIM-LOW
                  AND WS-HT-COMBOS(WS-HT-IDX) <= WS-SIM-HIGH
                   ADD WS-HT-TOT-HS(WS-HT-IDX) TO WS-SIM-HS
                   COMPUTE WS-SIM-COMBOS = WS-SIM-COMBOS
                           + WS-HT-COMBOS(WS-HT-IDX)
                           * WS-HT-RUNS(WS-HT-IDX)
               END-IF
           END-PERFORM
           IF WS-SIM-COMBOS > 0
               COMPUTE WS-EST-HSEC ROUNDED =
                       WS-SIM-HS * WS-COMBOS / WS-SIM-COMBOS
               MOVE "SIMILAR SIZE" TO WS-BASIS
           ELSE
               IF WS-ALL-COMBOS > 0
                   COMPUTE WS-EST-HSEC ROUNDED =
                           WS-ALL-HS * WS-COMBOS / WS-ALL-COMBOS
                   MOVE "ALL HISTORY" TO WS-BASIS
               ELSE
                   MOVE "NO HISTORY" TO WS-BASIS
                   ADD 1 TO WS-UNTIMED-COUNT
               END-IF
           END-IF.

      *>   The first member of a shared key set to run pays for the
      *>   set: its pairs timed at the history rate - not the same-
      *>   range average, since no single card's run ever generated
      *>   exactly this set - plus its own extraction pass.  Every
      *>   member after it pays for its extraction pass only.
       ESTIMATE-KEY-SET-MEMBER.
           MOVE WS-FC-SET-NO(WS-FQ-IDX) TO WS-FS-NO
           IF WS-FS-BUILT(WS-FS-NO) = "Y"
               MOVE WS-FS-EXTRACT-HSEC(WS-FS-NO) TO WS-EST-HSEC
               MOVE "SHARED SET" TO WS-BASIS
           ELSE
               MOVE WS-COMBOS TO WS-FS-CARD-COMBOS
               MOVE WS-FS-PAIRS(WS-FS-NO) TO WS-COMBOS
               PERFORM ESTIMATE-FROM-RATE
               MOVE WS-FS-CARD-COMBOS TO WS-COMBOS
               MOVE "Y" TO WS-FS-BUILT(WS-FS-NO)
               COMPUTE WS-FS-EXTRACT-HSEC(WS-FS-NO) ROUNDED =
                       WS-EST-HSEC / WS-EXTRACT-DIVISOR
               ADD WS-FS-EXTRACT-HSEC(WS-FS-NO) TO WS-EST-HSEC
               MOVE SPACES TO WS-DT-FLAGS
               STRING "BUILDS SHARED SET FOR "
                      WS-FS-SIZE(WS-FS-NO) " REQUESTS"
                      DELIMITED BY SIZE INTO WS-DT-FLAGS
           END-IF.

      *>   Group tonight's computed ranges into shared key sets the
      *>   way DISTINCT-POWERS will.  Only one set is in flight at a
      *>   time there: a request that computes while a set still has
      *>   members ahead of it runs on its own, and the next set is
      *>   planned by the first request that has to compute after
      *>   the set in flight is spent.
       PLAN-FORECAST-KEY-SETS.
           PERFORM VARYING WS-FS-JDX FROM 1 BY 1
                   UNTIL WS-FS-JDX > WS-FQ-COUNT
               PERFORM GRADE-FORECAST-CANDIDATE
           END-PERFORM

           MOVE 0 TO WS-FS-IN-FLIGHT
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FQ-COUNT
                          OR WS-FS-COUNT >= 250
               IF WS-FC-FLAG(WS-FS-IDX) = "Y"
                  AND WS-FC-SET-NO(WS-FS-IDX) = 0
                   IF WS-FS-IN-FLIGHT = 0
                       PERFORM PLAN-FORECAST-KEY-SET
                   ELSE
                       IF WS-FS-LAST(WS-FS-IN-FLIGHT) < WS-FS-IDX
                           PERFORM PLAN-FORECAST-KEY-SET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>   GRADE-KEY-SET-CANDIDATE's rules: a valid contiguous range
      *>   (a value list never joins), not refused, and not already
      *>   answered by the results master as it stands - a series
      *>   judged by its largest square.  Cancellations are not seen
      *>   here (see above), so a cancelled card still counts.
       GRADE-FORECAST-CANDIDATE.
           MOVE "N" TO WS-FC-FLAG(WS-FS-JDX)
           MOVE 0 TO WS-FC-SET-NO(WS-FS-JDX)
           MOVE WS-FQ-RECORD(WS-FS-JDX) TO RANGE-REQUEST-RECORD
           PERFORM EDIT-FORECAST-CARD
           IF ENTRY-IS-VALID AND NOT RR-VALUE-LIST
              AND WS-FQ-AUTH-REASON(WS-FS-JDX) = SPACES
               MOVE "Y" TO WS-FC-FLAG(WS-FS-JDX)
               MOVE WS-A-MIN TO WS-FC-A-MIN(WS-FS-JDX)
               MOVE WS-A-MAX TO WS-FC-A-MAX(WS-FS-JDX)
               MOVE WS-B-MIN TO WS-FC-B-MIN(WS-FS-JDX)
               MOVE WS-B-MAX TO WS-FC-B-MAX(WS-FS-JDX)
               IF MASTER-FILE-OPEN AND NOT BATCH-UNION-MODE
                  AND RR-RECOMPUTE NOT = "Y"
                   MOVE WS-A-MIN TO RM-A-MIN
                   MOVE WS-A-MAX TO RM-A-MAX
                   MOVE WS-B-MIN TO RM-B-MIN
                   MOVE WS-B-MAX TO RM-B-MAX
                   READ RESULTS-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RM-INVALID-FLAG NOT = "Y"
                               MOVE "N" TO WS-FC-FLAG(WS-FS-JDX)
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *>   A set is planned around an entry that will compute - not
      *>   one a card ahead of it computes and files first, which the
      *>   master serves - with every later candidate overlapping it
      *>   or, however far the chain runs, another member.  An entry
      *>   on its own plans nothing.
       PLAN-FORECAST-KEY-SET.
           MOVE "Y" TO WS-FS-LEAD-SWITCH
           MOVE WS-FQ-RECORD(WS-FS-IDX) TO RANGE-REQUEST-RECORD
           IF MASTER-FILE-OPEN AND NOT BATCH-UNION-MODE
              AND RR-RECOMPUTE NOT = "Y"
               PERFORM VARYING WS-FS-JDX FROM 1 BY 1
                       UNTIL WS-FS-JDX >= WS-FS-IDX
                          OR NOT ENTRY-CAN-LEAD
                   IF WS-FC-FLAG(WS-FS-JDX) = "Y"
                      AND WS-FQ-RECORD(WS-FS-JDX)(1:12)
                          = WS-FQ-RECORD(WS-FS-IDX)(1:12)
                       MOVE "N" TO WS-FS-LEAD-SWITCH
                   END-IF
               END-PERFORM
           END-IF

           IF ENTRY-CAN-LEAD
               MOVE 1 TO WS-FS-MEMBERS
               MOVE WS-FS-IDX TO WS-FS-MEMBER(1)
               SET KEY-SET-GREW TO TRUE
               PERFORM UNTIL NOT KEY-SET-GREW
                   MOVE "N" TO WS-FS-GREW-SWITCH
                   COMPUTE WS-FS-JDX = WS-FS-IDX + 1
                   PERFORM VARYING WS-FS-JDX FROM WS-FS-JDX BY 1
                           UNTIL WS-FS-JDX > WS-FQ-COUNT
                       IF WS-FC-FLAG(WS-FS-JDX) = "Y"
                          AND WS-FC-SET-NO(WS-FS-JDX) = 0
                           PERFORM JOIN-FORECAST-KEY-SET
                       END-IF
                   END-PERFORM
               END-PERFORM

               IF WS-FS-MEMBERS > 1
                   ADD 1 TO WS-FS-COUNT
                   MOVE WS-FS-COUNT TO WS-FS-IN-FLIGHT
                   MOVE WS-FS-MEMBERS TO WS-FS-SIZE(WS-FS-COUNT)
                   MOVE "N" TO WS-FS-BUILT(WS-FS-COUNT)
                   MOVE 0 TO WS-FS-EXTRACT-HSEC(WS-FS-COUNT)
                   MOVE 0 TO WS-FS-LAST(WS-FS-COUNT)
                   PERFORM VARYING WS-FS-MDX FROM 1 BY 1
                           UNTIL WS-FS-MDX > WS-FS-MEMBERS
                       MOVE WS-FS-COUNT
                            TO WS-FC-SET-NO(WS-FS-MEMBER(WS-FS-MDX))
                       IF WS-FS-MEMBER(WS-FS-MDX)
                          > WS-FS-LAST(WS-FS-COUNT)
                           MOVE WS-FS-MEMBER(WS-FS-MDX)
                                TO WS-FS-LAST(WS-FS-COUNT)
                       END-IF
                   END-PERFORM
                   PERFORM COUNT-KEY-SET-PAIRS
               END-IF
           END-IF.

      *>   JOIN-KEY-SET-IF-OVERLAPPING's test: the A ranges and the
      *>   B ranges both overlap.  An entry that joins is marked
      *>   with a set number at once (it is set right above), so it
      *>   is not drawn in twice.
       JOIN-FORECAST-KEY-SET.
           PERFORM VARYING WS-FS-MDX FROM 1 BY 1
                   UNTIL WS-FS-MDX > WS-FS-MEMBERS
                      OR WS-FC-SET-NO(WS-FS-JDX) > 0
               IF WS-FC-A-MIN(WS-FS-JDX)
                  <= WS-FC-A-MAX(WS-FS-MEMBER(WS-FS-MDX))
                  AND WS-FC-A-MIN(WS-FS-MEMBER(WS-FS-MDX))
                      <= WS-FC-A-MAX(WS-FS-JDX)
                  AND WS-FC-B-MIN(WS-FS-JDX)
                      <= WS-FC-B-MAX(WS-FS-MEMBER(WS-FS-MDX))
                  AND WS-FC-B-MIN(WS-FS-MEMBER(WS-FS-MDX))
                      <= WS-FC-B-MAX(WS-FS-JDX)
                   ADD 1 TO WS-FS-MEMBERS
                   MOVE WS-FS-JDX TO WS-FS-MEMBER(WS-FS-MEMBERS)
                   MOVE 999 TO WS-FC-SET-NO(WS-FS-JDX)
                   SET KEY-SET-GREW TO TRUE
               END-IF
           END-PERFORM.

      *>   The pairs the set generates: every pair in the members'
      *>   envelope that some member covers, as GENERATE-KEY-SET
      *>   writes them.
       COUNT-KEY-SET-PAIRS.
           MOVE 0 TO WS-FS-PAIRS(WS-FS-COUNT)
           PERFORM VARYING WS-FS-A FROM WS-RANGE-FLOOR BY 1
                   UNTIL WS-FS-A > WS-RANGE-CEILING
               PERFORM VARYING WS-FS-B FROM WS-RANGE-FLOOR BY 1
                       UNTIL WS-FS-B > WS-RANGE-CEILING
                   PERFORM CHECK-PAIR-IN-FORECAST-SET
                   IF PAIR-IN-KEY-SET
                       ADD 1 TO WS-FS-PAIRS(WS-FS-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-PAIR-IN-FORECAST-SET.
           MOVE "N" TO WS-FS-PAIR-SWITCH
           PERFORM VARYING WS-FS-MDX FROM 1 BY 1
                   UNTIL WS-FS-MDX > WS-FS-MEMBERS
                      OR PAIR-IN-KEY-SET
               MOVE WS-FS-MEMBER(WS-FS-MDX) TO WS-FS-JDX
               IF WS-FS-A >= WS-FC-A-MIN(WS-FS-JDX)
                  AND WS-FS-A <= WS-FC-A-MAX(WS-FS-JDX)
                  AND WS-FS-B >= WS-FC-B-MIN(WS-FS-JDX)
                  AND WS-FS-B <= WS-FC-B-MAX(WS-FS-JDX)
                   SET PAIR-IN-KEY-SET TO TRUE
               END-IF
           END-PERFORM.

      *>   Clock time of day from hundredths since midnight, wrapped
      *>   at 24 hours - a window that opens late in the evening
      *>   legitimately finishes after midnight.
       FORMAT-CLOCK-TIME.
           COMPUTE WS-CLOCK-SECS =
                   FUNCTION MOD(WS-CLOCK-HSEC, 8640000) / 100
           DIVIDE WS-CLOCK-SECS BY 3600 GIVING WS-TIME-HH
               REMAINDER WS-CLOCK-SECS
           DIVIDE WS-CLOCK-SECS BY 60 GIVING WS-TIME-MM
               REMAINDER WS-TIME-SS
           MOVE SPACES TO WS-CLOCK-TEXT
           STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
                  DELIMITED BY SIZE INTO WS-CLOCK-TEXT.

       WRITE-FORECAST-DETAIL.
           MOVE SPACES TO RL-TEXT
           STRING WS-FQ-IDX " " WS-FQ-PRIO-KEY(WS-FQ-IDX) " "
                  RR-A-MIN "-" RR-A-MAX " " RR-B-MIN "-" RR-B-MAX
                  " " RR-REQUESTOR-ID "  " RR-DEPT " "
                  WS-FQ-SOURCE(WS-FQ-IDX) "  " WS-DT-DISPOSITION
                  " " WS-DT-EST " " WS-DT-FINISH " " WS-BASIS
                  " " WS-DT-FLAGS
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.

       WRITE-FORECAST-SUMMARY.
           MOVE SPACES TO RL-TEXT
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           STRING "FORECAST SUMMARY"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           STRING "  TO COMPUTE: " WS-COMPUTE-COUNT
                  "   FROM MASTER: " WS-MASTER-COUNT
                  "   REJECTED: " WS-REJECT-COUNT
                  "   REFUSED: " WS-REFUSE-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           COMPUTE WS-EST-SECS = WS-ELAPSED-HSEC / 100
           MOVE WS-EST-SECS TO WS-TOTAL-EDIT
           COMPUTE WS-TOTAL-MIN ROUNDED = WS-ELAPSED-HSEC / 6000
           COMPUTE WS-CLOCK-HSEC = WS-START-HSEC + WS-ELAPSED-HSEC
           PERFORM FORMAT-CLOCK-TIME
           MOVE SPACES TO RL-TEXT
           STRING "  PREDICTED ELAPSED: " WS-TOTAL-EDIT " SEC ("
                  WS-TOTAL-MIN " MIN)   PREDICTED FINISH "
                  WS-CLOCK-TEXT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           STRING "  PREDICTED DEFERRALS: " WS-DEFER-COUNT
                  "   DEFERRED PAST DATE NEEDED: " WS-MISS-COUNT
                  "   COMPLETING LATE: " WS-LATE-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           IF WS-UNTIMED-COUNT > 0
               MOVE SPACES TO RL-TEXT
               STRING "  NO ELAPSED HISTORY FOR " WS-UNTIMED-COUNT
                      " REQUEST(S) - NOT INCLUDED IN THE PREDICTED "
                      "ELAPSED TIME"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF
           IF HISTORY-TABLE-FULL
               MOVE SPACES TO RL-TEXT
               STRING "  MORE THAN 500 DISTINCT RANGES IN THE AUDIT "
                      "LOG - LATER RANGES TIMED FROM THE SIZE RATE "
                      "ONLY"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF
           IF REQUEST-TABLE-FULL
               MOVE SPACES TO RL-TEXT
               STRING "  MORE THAN 500 CARDS QUEUED - EXCESS NOT "
                      "FORECAST (DISTPWR WILL REFUSE THEM TOO)"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF.
