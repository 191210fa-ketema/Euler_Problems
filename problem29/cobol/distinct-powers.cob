      *> exact integer (digit by digit, no floating point) and sorting
      *> the zero-padded decimal digit strings, so the count is exact
      *> rather than a log-space approximation.
      *>
      *> Requests that overlap each other on the same night share
      *> that work: the first of them to need computing generates
      *> every a^b any of them covers, once, into one sorted key set
      *> (PLAN-KEY-SET), and each is then answered by extracting its
      *> own rectangle from it.  Each request still reports, audits,
      *> checkpoints and publishes on its own, in queue order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

      *>   KEY-SET-FILE is the night's shared key set, sorted - every
      *>   a^b covered by a group of overlapping requests, generated
      *>   once onto POWER-FILE and sorted once, from which each
      *>   request of the group extracts its own rectangle into
      *>   SORTED-POWER-FILE.  Like POWER-FILE it must outlive an
      *>   abend: the group's later requests are answered from it
      *>   after the restart.
           SELECT KEY-SET-FILE ASSIGN TO "SHAREKEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-SET-STATUS.

      *>   RESULTS-MASTER is the permanent memory the checkpoint
      *>   deliberately is not (see CLEAR-CHECKPOINT) - one record
      *>   per range ever answered, keyed on the full A/B bounds, so
       FD  SORTED-POWER-FILE.
           COPY SORTPWR.

      *>   Same shape again.  The shared sort adds A and B after the
      *>   digit string as minor keys, so inside a key group the
      *>   pairs come out in generation order - the order a
      *>   request's own sort would have listed them in.
       FD  KEY-SET-FILE.
       01  KEY-SET-RECORD.
           05  SK-SEQ                  PIC 9(08).
           05  SK-GEN-A                PIC 9(03).
           05  SK-GEN-B                PIC 9(03).
           05  SK-KEY-DATA              PIC X(1400).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-A                PIC 999.
           05  WS-BUDGET-MIN       PIC 9(04) VALUE 0.
           05  WS-DEFER-COUNT      PIC 9(05) VALUE 0.

      *>   Date-needed bookkeeping.  WS-NEXT-BATCH-KEY is the next
      *>   business night on the shop calendar - the next batch that
      *>   could run a request if tonight does not.  "Due tonight"
      *>   means the card's RR-DATE-NEEDED falls before it: tonight,
      *>   already past, or a non-business day before the next
      *>   business night (a Sunday deadline is met on Friday night).
      *>   Such a request jumps the nominal priorities at queue build
      *>   and the window governor will not defer it; a deferred
      *>   request due before the next batch has already missed, and
      *>   the SLA section says so.
       01  WS-SLA-VARIABLES.
           05  WS-NEXT-BATCH-KEY   PIC X(08).
           05  WS-ESCALATE-COUNT   PIC 9(05) VALUE 0.
           05  WS-LATE-COUNT       PIC 9(05) VALUE 0.
           05  WS-MISS-COUNT       PIC 9(05) VALUE 0.
               10  WS-SLA-REQUESTOR PIC X(08).
               10  WS-SLA-NEEDED   PIC X(08).

           COPY CALCHK.

      *>   Value-list working set - the validated A bases of the
      *>   request in flight when it carries the RR-REQ-TYPE "V"
      *>   extension.  Fifteen is the card's own capacity.
           05  WS-LV-POS           PIC 9(03).
           05  WS-LV-VALUE OCCURS 15 TIMES PIC 999.

      *>   Series working set - the request in flight when it carries
      *>   the RR-REQ-TYPE "S" extension.  Entry k describes the
      *>   square 2..k by 2..k: how many distinct values it holds and
      *>   how many of those first appear at size k.  A value's first
      *>   size is the smallest max(a,b) over every pair producing it,
      *>   which is what the key-group walk works out.  Entry 1 is
      *>   never used; 500 is the range ceiling.
       01  WS-SERIES-VARIABLES.
           05  WS-SR-SIZE          PIC 999.
           05  WS-SR-PAIR-SIZE     PIC 999.
           05  WS-SR-GROUP-SIZE    PIC 999.
           05  WS-SR-RUNNING       PIC 9(06).
           05  WS-SR-COMBOS        PIC 9(06).
           05  WS-SR-HOLD-A-MAX    PIC 999.
           05  WS-SR-HOLD-B-MAX    PIC 999.
           05  WS-SR-HOLD-COUNT    PIC 9(06).
           05  WS-SR-HOLD-DISTINCT PIC 9(06).
           05  WS-SR-ENTRY OCCURS 500 TIMES.
               10  WS-SR-DISTINCT  PIC 9(06).
               10  WS-SR-NEW       PIC 9(06).

      *>   Shared key set working set.  At most one set is in flight
      *>   at a time: its member requests (queue position and bounds),
      *>   the envelope their rectangles span, and how far the set
      *>   has got - WS-KS-PHASE as in CKPOINT.CPY's key-set header.
      *>   The candidate table holds, per queue entry, whether a
      *>   later entry can still join the set being planned and the
      *>   bounds it would bring.
       01  WS-KEY-SET-VARIABLES.
           05  WS-KEY-SET-STATUS   PIC X(02).
           05  WS-KS-PHASE         PIC X(04) VALUE SPACES.
           05  WS-KS-LAST-A        PIC 999 VALUE 0.
           05  WS-KS-COUNT         PIC 9(06) VALUE 0.
           05  WS-KS-MEMBERS       PIC 9(03) VALUE 0.
           05  WS-KS-EXPECTED      PIC 9(03) VALUE 0.
           05  WS-KS-IDX           PIC 9(03).
           05  WS-KS-JDX           PIC 9(05).
           05  WS-KS-START         PIC 9(05).
           05  WS-KS-A-MIN         PIC 999.
           05  WS-KS-A-MAX         PIC 999.
           05  WS-KS-B-MIN         PIC 999.
           05  WS-KS-B-MAX         PIC 999.
           05  WS-KS-WANTED        PIC 9(06).
           05  WS-KS-HOLD-CARD     PIC X(82).
           05  WS-KS-CK-HOLD       PIC X(36).
      *>   Building the set is timed on its own clock, not inside the
      *>   span of the member that happens to build it.
      *>   WS-KS-BUILD-HSEC is the whole build so far, across any
      *>   restart (it rides the checkpoint header); each member's
      *>   audit record is charged WS-KS-SHARE-HSEC of it, in
      *>   proportion to its combinations over WS-KS-MEMBER-PAIRS,
      *>   the members' combinations added together.  WS-KS-BUILT-
      *>   NOW is the part built inside the current request's span,
      *>   taken back out of that span.
           05  WS-KS-BUILD-HSEC    PIC 9(08) VALUE 0.
           05  WS-KS-BUILD-BEFORE  PIC 9(08).
           05  WS-KS-BUILT-NOW     PIC 9(08) VALUE 0.
           05  WS-KS-SHARE-HSEC    PIC 9(08) VALUE 0.
           05  WS-KS-MEMBER-PAIRS  PIC 9(09) VALUE 0.
           05  WS-KS-CLOCK         PIC X(08).
           05  WS-KS-CLOCK-HSEC    PIC 9(08).
           05  WS-KS-LAP-HSEC      PIC 9(08).
           05  WS-KS-MEMBER OCCURS 500 TIMES.
               10  WS-KM-REQ-SEQ   PIC 9(05).
               10  WS-KM-A-MIN     PIC 999.
               10  WS-KM-A-MAX     PIC 999.
               10  WS-KM-B-MIN     PIC 999.
               10  WS-KM-B-MAX     PIC 999.
           05  WS-KS-CANDIDATE OCCURS 500 TIMES.
               10  WS-KC-FLAG      PIC X(01).
               10  WS-KC-A-MIN     PIC 999.
               10  WS-KC-A-MAX     PIC 999.
               10  WS-KC-B-MIN     PIC 999.
               10  WS-KC-B-MAX     PIC 999.

       01  WS-UNION-REQ-TABLE.
           05  WS-UNION-REQ OCCURS 20 TIMES.
               10  WS-UR-A-MIN     PIC 999.
      *>       entry is never deferred, it also drops out of
      *>       CARRYOVR.DAT the next time the carryover is written.
               10  WS-RQ-CANCELLED     PIC X(01).
      *>       Non-blank once AUTHORIZE-QUEUE has refused the entry -
      *>       the RQ-REJECT-REASON it will be rejected with.
               10  WS-RQ-AUTH-REASON   PIC X(20).

      *>   Authorization bookkeeping.  Each department's nightly quota
      *>   (AZ-NIGHTLY-QUOTA, handed back by AUTHCHK) is counted down
      *>   here as the sorted queue is graded; a department past the
      *>   100-slot table is still checked card by card but its quota
      *>   cannot be counted, and the report says so.
       01  WS-AUTH-VARIABLES.
           05  WS-AUTH-COMBOS      PIC 9(06).
           05  WS-AUTH-REFUSED     PIC 9(05) VALUE 0.
           05  WS-DQ-COUNT         PIC 9(03) VALUE 0.
           05  WS-DQ-IDX           PIC 9(03).
           05  WS-DQ-ENTRY OCCURS 100 TIMES.
               10  WS-DQ-DEPT      PIC X(04).
               10  WS-DQ-QUOTA     PIC 9(03).
               10  WS-DQ-USED      PIC 9(03).

           COPY AUTHCHK.

           COPY AUDSEAL.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  SLA-TABLE-FULL           VALUE "Y".
           05  WS-LIST-MODE-SWITCH PIC X(01) VALUE "N".
               88  VALUE-LIST-REQUEST       VALUE "Y".
           05  WS-SERIES-MODE-SWITCH PIC X(01) VALUE "N".
               88  SERIES-REQUEST           VALUE "Y".
           05  WS-SERIES-FILED-SWITCH PIC X(01) VALUE "N".
               88  SERIES-ON-MASTER         VALUE "Y".
           05  WS-DQ-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  DEPT-QUOTA-FOUND         VALUE "Y".
           05  WS-DQ-FULL-SWITCH   PIC X(01) VALUE "N".
               88  DEPT-QUOTA-TABLE-FULL    VALUE "Y".
           05  WS-KEY-SET-SWITCH   PIC X(01) VALUE "N".
               88  KEY-SET-ACTIVE           VALUE "Y".
           05  WS-KS-MEMBER-SWITCH PIC X(01) VALUE "N".
               88  KEY-SET-MEMBER           VALUE "Y".
           05  WS-KS-ANSWER-SWITCH PIC X(01) VALUE "N".
               88  ANSWERED-FROM-KEY-SET    VALUE "Y".
           05  WS-KS-PAIR-SWITCH   PIC X(01) VALUE "N".
               88  PAIR-IN-KEY-SET          VALUE "Y".
           05  WS-KS-BUILDING-SWITCH PIC X(01) VALUE "N".
               88  KEY-SET-BUILDING         VALUE "Y".
           05  WS-KS-CAND-SWITCH   PIC X(01) VALUE "N".
               88  KEY-SET-CANDIDATE        VALUE "Y".
           05  WS-KS-GREW-SWITCH   PIC X(01) VALUE "N".
               88  KEY-SET-GREW             VALUE "Y".
           05  WS-KS-LEFT-SWITCH   PIC X(01) VALUE "N".
               88  KEY-SET-MEMBERS-LEFT     VALUE "Y".
           05  WS-KS-EOF-SWITCH    PIC X(01) VALUE "N".
               88  KEY-SET-EOF-REACHED      VALUE "Y".

      *>   Elapsed-time bookkeeping for the audit log.  WS-START-TIME
      *>   and WS-END-TIME are HHMMSSss from ACCEPT FROM TIME; they

           PERFORM SORT-REQUEST-TABLE.

      *>   Authorization is graded on the sorted queue, so the most
      *>   urgent work is what a department's nightly quota is spent
      *>   on.  The no-transaction-file default request is the
      *>   operator's own ad-hoc run and is not graded.
           IF RANGE-FILE-PRESENT
               PERFORM AUTHORIZE-QUEUE
           END-IF.

      *>   A restart picks the processing order back up at the
      *>   in-flight request: everything before CK-REQ-SEQ in the
      *>   (deterministic) sorted order was completed and published
               MOVE CK-REQ-SEQ TO WS-RQ-START
           END-IF.

      *>   A request answered from a shared key set leaves a "PUBL"
      *>   checkpoint once it is published, so the restart starts
      *>   with the entry after it rather than publishing it again.
      *>   A shared key set the checkpoint carried is only taken
      *>   back when tonight's queue still holds its members where
      *>   the plan put them.
           IF CHECKPOINT-PRESENT AND CK-PHASE = "PUBL"
              AND RANGE-FILE-PRESENT
               COMPUTE WS-RQ-START = CK-REQ-SEQ + 1
           END-IF.
           IF KEY-SET-ACTIVE
               PERFORM CHECK-RESTORED-KEY-SET
           END-IF.

           PERFORM REGISTER-REQUESTS.
           PERFORM MARK-REQUESTS-QUEUED.
           PERFORM PROCESS-TABLE-REQUESTS.
                   NOT AT END
                       SET CHECKPOINT-PRESENT TO TRUE
               END-READ
               IF CHECKPOINT-PRESENT
                   MOVE CHECKPOINT-RECORD TO WS-KS-CK-HOLD
                   PERFORM LOAD-CHECKPOINT-KEY-SET
                   MOVE WS-KS-CK-HOLD TO CHECKPOINT-RECORD
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

      *>   Any key-set records following the request record - see
      *>   CKPOINT.CPY.  They share the record area with the request
      *>   record, which LOAD-CHECKPOINT holds aside meanwhile.  A
      *>   set whose member records do not add up to its header's
      *>   count was cut short and is not taken back.
       LOAD-CHECKPOINT-KEY-SET.
           MOVE "N" TO WS-KEY-SET-SWITCH
           MOVE 0 TO WS-KS-MEMBERS
           MOVE 0 TO WS-KS-EXPECTED
           MOVE "N" TO WS-KS-EOF-SWITCH
           PERFORM UNTIL KEY-SET-EOF-REACHED
               READ CHECKPOINT-FILE
                   AT END
                       SET KEY-SET-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-KEY-SET-RECORD
               END-READ
           END-PERFORM

           IF KEY-SET-ACTIVE
              AND (WS-KS-MEMBERS NOT = WS-KS-EXPECTED
                   OR WS-KS-MEMBERS < 2)
               DISPLAY "RESTART: SHARED KEY SET ON CHECKPOINT IS "
                       "INCOMPLETE - NOT TAKEN BACK"
               PERFORM DROP-KEY-SET
           END-IF.

       LOAD-ONE-KEY-SET-RECORD.
           IF CS-SET-HEADER
              AND CS-LAST-A IS NUMERIC AND CS-COUNT IS NUMERIC
              AND CS-MEMBER-COUNT IS NUMERIC
              AND (CS-PHASE = "GEN " OR CS-PHASE = "SORT"
                   OR CS-PHASE = "DONE")
               SET KEY-SET-ACTIVE TO TRUE
               MOVE CS-PHASE        TO WS-KS-PHASE
               MOVE CS-LAST-A       TO WS-KS-LAST-A
               MOVE CS-COUNT        TO WS-KS-COUNT
               MOVE CS-MEMBER-COUNT TO WS-KS-EXPECTED
               IF CS-BUILD-HSEC IS NUMERIC
                   MOVE CS-BUILD-HSEC TO WS-KS-BUILD-HSEC
               ELSE
                   MOVE 0 TO WS-KS-BUILD-HSEC
               END-IF
           END-IF
           IF CS-SET-MEMBER AND KEY-SET-ACTIVE
              AND WS-KS-MEMBERS < 500
              AND CS-REQ-SEQ IS NUMERIC
              AND CS-A-MIN IS NUMERIC AND CS-A-MAX IS NUMERIC
              AND CS-B-MIN IS NUMERIC AND CS-B-MAX IS NUMERIC
               ADD 1 TO WS-KS-MEMBERS
               MOVE CS-REQ-SEQ TO WS-KM-REQ-SEQ(WS-KS-MEMBERS)
               MOVE CS-A-MIN   TO WS-KM-A-MIN(WS-KS-MEMBERS)
               MOVE CS-A-MAX   TO WS-KM-A-MAX(WS-KS-MEMBERS)
               MOVE CS-B-MIN   TO WS-KM-B-MIN(WS-KS-MEMBERS)
               MOVE CS-B-MAX   TO WS-KM-B-MAX(WS-KS-MEMBERS)
           END-IF.

      *>   The processing order is deterministic, so a queue built
      *>   from the same input puts every member of the set back at
      *>   the position the plan recorded.  A member position that
      *>   no longer holds the same bounds means a different queue:
      *>   the set is dropped, and whatever needs computing computes
      *>   afresh.
       CHECK-RESTORED-KEY-SET.
           IF NOT RANGE-FILE-PRESENT
               PERFORM DROP-KEY-SET
           END-IF
           PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-MEMBERS
               IF WS-KM-REQ-SEQ(WS-KS-IDX) < 1
                  OR WS-KM-REQ-SEQ(WS-KS-IDX) > WS-RQ-COUNT
                   PERFORM DROP-KEY-SET
               ELSE
                   MOVE WS-RQ-RECORD(WS-KM-REQ-SEQ(WS-KS-IDX))
                        TO RANGE-REQUEST-RECORD
                   IF RR-A-MIN NOT = WS-KM-A-MIN(WS-KS-IDX)
                      OR RR-A-MAX NOT = WS-KM-A-MAX(WS-KS-IDX)
                      OR RR-B-MIN NOT = WS-KM-B-MIN(WS-KS-IDX)
                      OR RR-B-MAX NOT = WS-KM-B-MAX(WS-KS-IDX)
                       PERFORM DROP-KEY-SET
                   END-IF
               END-IF
           END-PERFORM

           IF KEY-SET-ACTIVE
               PERFORM SET-KEY-SET-ENVELOPE
               DISPLAY "RESTART: SHARED KEY SET OF " WS-KS-MEMBERS
                       " REQUEST(S) TAKEN BACK AT PHASE "
                       WS-KS-PHASE
           ELSE
               DISPLAY "RESTART: SHARED KEY SET ON CHECKPOINT DOES "
                       "NOT MATCH TONIGHT'S QUEUE - DROPPED"
           END-IF.

      *>   A checkpoint exists to let THIS job's run survive an abend,
      *>   not to remember an answer forever - CHECK-FOR-RESTART only
      *>   compares A/B bounds, with no run identity, so a stale "DONE"
               MOVE WS-RQ-COUNT TO WS-RQ-FILE-SEQ(WS-RQ-COUNT)
               MOVE WS-RQ-COUNT TO WS-RQ-SEQ-KEY(WS-RQ-COUNT)
               MOVE "N" TO WS-RQ-CANCELLED(WS-RQ-COUNT)
               MOVE SPACES TO WS-RQ-AUTH-REASON(WS-RQ-COUNT)
               MOVE RANGE-REQUEST-RECORD
                    TO WS-RQ-RECORD(WS-RQ-COUNT)
               IF RR-PRIORITY >= "1" AND RR-PRIORITY <= "9"
           END-IF.

      *>   Grade every live queue entry against tonight's date: a
      *>   card due before the next business night takes sort key
      *>   "0", ahead of every nominal priority ("1" through "9"), so
      *>   a priority-9 request due tomorrow no longer waits behind
      *>   priority-5 work due next quarter.  Undated cards never
      *>   escalate.  The grading is a pure function of the cards,
      *>   tonight's date and the shop calendar, so a same-night
      *>   checkpoint restart rebuilds the identical order - the
      *>   property CK-REQ-SEQ depends on (the calendar is not to be
      *>   maintained while a restart is pending).
       ESCALATE-DUE-REQUESTS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                   MOVE WS-RQ-RECORD(WS-RQ-IDX)
                        TO RANGE-REQUEST-RECORD
                   IF RR-DATE-NEEDED IS NUMERIC
                      AND RR-DATE-NEEDED < WS-NEXT-BATCH-KEY
                       MOVE "0" TO WS-RQ-PRIO-KEY(WS-RQ-IDX)
                       ADD 1 TO WS-ESCALATE-COUNT
                   END-IF
           END-IF.

      *>   Due-tonight test for the entry at WS-RQ-IDX, off the
      *>   card's own date-needed field - the escalation's rule.
       GRADE-ENTRY-DEADLINE.
           MOVE "N" TO WS-DUE-TONIGHT-SWITCH
           MOVE WS-RQ-RECORD(WS-RQ-IDX) TO RANGE-REQUEST-RECORD
           IF RR-DATE-NEEDED IS NUMERIC
              AND RR-DATE-NEEDED < WS-NEXT-BATCH-KEY
               SET ENTRY-DUE-TONIGHT TO TRUE
           END-IF.

      *>   Check every live entry's requestor block against the
      *>   authorization master (through AUTHCHK) and count each
      *>   department's authorized entries against its nightly
      *>   quota, in processing order.  The refusal is only recorded
      *>   on the entry here - VALIDATE-REQUEST turns it into an
      *>   ordinary rejection when the entry comes up, so a refused
      *>   card is reported, filed REJECTED with its reason, and is
      *>   neither run, audited, nor billed.  Entries whose range
      *>   will be rejected anyway are left alone and use no quota.
      *>   The walk always starts at entry 1, not WS-RQ-START, so a
      *>   checkpoint restart recounts the same quotas over the same
      *>   order and refuses exactly the entries the first run did.
      *>   A master that will not open leaves every entry unchecked
      *>   (AUTHCHK has already warned), the same degrade-not-fail
      *>   treatment the other masters get.
       AUTHORIZE-QUEUE.
           MOVE 0 TO WS-DQ-COUNT
           MOVE 0 TO WS-AUTH-REFUSED
           MOVE "Y" TO AC-MASTER-FLAG
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                          OR AC-MASTER-UNAVAILABLE
               IF WS-RQ-CANCELLED(WS-RQ-IDX) NOT = "Y"
                   MOVE WS-RQ-RECORD(WS-RQ-IDX)
                        TO RANGE-REQUEST-RECORD
                   IF RR-A-MIN IS NUMERIC AND RR-A-MAX IS NUMERIC
                      AND RR-B-MIN IS NUMERIC AND RR-B-MAX IS NUMERIC
                       MOVE RR-A-MIN TO WS-A-MIN
                       MOVE RR-A-MAX TO WS-A-MAX
                       MOVE RR-B-MIN TO WS-B-MIN
                       MOVE RR-B-MAX TO WS-B-MAX
                       IF WS-A-MIN >= WS-RANGE-FLOOR
                          AND WS-A-MAX <= WS-RANGE-CEILING
                          AND WS-A-MIN <= WS-A-MAX
                          AND WS-B-MIN >= WS-RANGE-FLOOR
                          AND WS-B-MAX <= WS-RANGE-CEILING
                          AND WS-B-MIN <= WS-B-MAX
                           PERFORM AUTHORIZE-ONE-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF AC-MASTER-UNAVAILABLE
               MOVE SPACES TO RL-TEXT
               STRING "AUTHORIZATION MASTER UNAVAILABLE - "
                      "REQUESTORS AND QUOTAS NOT CHECKED TONIGHT"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF
           IF WS-AUTH-REFUSED > 0
               MOVE SPACES TO RL-TEXT
               STRING "AUTHORIZATION: " WS-AUTH-REFUSED
                      " REQUEST(S) REFUSED - NOT RUN OR BILLED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF
           IF DEPT-QUOTA-TABLE-FULL
               MOVE SPACES TO RL-TEXT
               STRING "AUTHORIZATION: MORE THAN 100 DEPARTMENTS "
                      "QUEUED - QUOTAS PAST THE 100TH NOT COUNTED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF.

      *>   The rectangle a value-list card asks for is its list
      *>   entries times the B span, not the punched A bounds; a
      *>   list card with a bad count is sized on its bounds here
      *>   and rejected by VALIDATE-LIST-REQUEST later anyway.
       AUTHORIZE-ONE-ENTRY.
           IF RR-VALUE-LIST AND RR-LIST-COUNT IS NUMERIC
               MOVE RR-LIST-COUNT TO WS-LV-COUNT
               COMPUTE WS-AUTH-COMBOS = WS-LV-COUNT
                       * (WS-B-MAX - WS-B-MIN + 1)
           ELSE
               COMPUTE WS-AUTH-COMBOS = (WS-A-MAX - WS-A-MIN + 1)
                       * (WS-B-MAX - WS-B-MIN + 1)
           END-IF
           MOVE RR-REQUESTOR-ID TO AC-REQUESTOR-ID
           MOVE RR-DEPT TO AC-DEPT
           MOVE RR-PRIORITY TO AC-PRIORITY
           MOVE WS-AUTH-COMBOS TO AC-COMBINATIONS
           CALL "AUTHCHK" USING AUTH-CHECK-AREA

           IF AC-MASTER-CONSULTED
               IF AC-REASON = SPACES AND AC-NIGHTLY-QUOTA > 0
                   PERFORM COUNT-DEPT-QUOTA
               END-IF
               IF AC-REASON NOT = SPACES
                   MOVE AC-REASON TO WS-RQ-AUTH-REASON(WS-RQ-IDX)
                   ADD 1 TO WS-AUTH-REFUSED
               END-IF
           END-IF.

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
               ELSE
                   SET DEPT-QUOTA-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF DEPT-QUOTA-FOUND
               IF WS-DQ-USED(WS-DQ-IDX) >= WS-DQ-QUOTA(WS-DQ-IDX)
                   MOVE "NIGHTLY QUOTA SPENT" TO AC-REASON
               ELSE
                   ADD 1 TO WS-DQ-USED(WS-DQ-IDX)
               END-IF
           END-IF.

       RUN-PAST-BUDGET.
           MOVE SPACES TO RL-TEXT
           STRING "DEADLINE TONIGHT - RUN PAST WINDOW BUDGET: A "
                       PERFORM CHECK-WINDOW-BUDGET
                   END-IF
      *>           A spent budget defers undated and future-dated
      *>           work only: a request due before the next
      *>           business night is non-deferrable - deferring it IS
      *>           the SLA miss - so it runs past the budget and the
      *>           report says why the window ran long.
                   IF WINDOW-EXHAUSTED
           ELSE
               MOVE "N" TO WS-LIST-MODE-SWITCH
           END-IF
           IF RR-SERIES
               SET SERIES-REQUEST TO TRUE
           ELSE
               MOVE "N" TO WS-SERIES-MODE-SWITCH
           END-IF

           IF RR-A-MIN IS NOT NUMERIC
              OR RR-A-MAX IS NOT NUMERIC
               IF VALUE-LIST-REQUEST
                   PERFORM VALIDATE-LIST-REQUEST
               END-IF
               IF SERIES-REQUEST
                   PERFORM VALIDATE-SERIES-REQUEST
               END-IF
           END-IF

           IF REQUEST-IS-VALID
                   PERFORM UPDATE-REQUEST-STATUS
                   PERFORM NOTE-LATE-COMPLETION
               END-IF
               IF ANSWERED-FROM-KEY-SET AND NOT GEN-FAILED
                   PERFORM SAVE-CHECKPOINT-PUBLISHED
               END-IF
           ELSE
               PERFORM WRITE-REJECTION
               MOVE "J" TO WS-NEW-STATUS
      *>   SLA bookkeeping: a deferral whose deadline passes before
      *>   the next batch can honor it.  Same delivery rule as
      *>   NOTE-LATE-COMPLETION: completion on the due date is on
      *>   time, so a deferral due on the next business night is
      *>   fine - that batch completes it on its due date - and only
      *>   a deadline strictly before it is a miss.  The escalation and
      *>   the governor run due-tonight-or-earlier work instead of
      *>   deferring it, so a line from here means one of those
      *>   protections was bypassed - which is exactly when the SLA
      *>   section must speak up.
       NOTE-DEFERRED-PAST-DEADLINE.
           IF RR-DATE-NEEDED IS NUMERIC
              AND RR-DATE-NEEDED < WS-NEXT-BATCH-KEY
               ADD 1 TO WS-MISS-COUNT
               MOVE "D" TO WS-SLA-TYPE-WORK
               PERFORM RECORD-SLA-ENTRY
           MOVE SPACES TO RL-TEXT
           STRING "DATE-NEEDED SLA: " WS-LATE-COUNT
                  " COMPLETED LATE, " WS-MISS-COUNT
                  " DEFERRED PAST DEADLINE (NEXT BUSINESS NIGHT "
                  WS-NEXT-BATCH-KEY ")"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           MOVE 1 TO WS-RQ-SEQ-KEY(1)
           MOVE "5" TO WS-RQ-PRIO-KEY(1)
           MOVE "N" TO WS-RQ-CANCELLED(1)
           MOVE SPACES TO WS-RQ-AUTH-REASON(1)
           MOVE RANGE-REQUEST-RECORD TO WS-RQ-RECORD(1).

      *>   Apply tonight's CANCEL/AMEND maintenance transactions (see
                   MOVE "RANGE OUT OF BOUNDS" TO WS-REJECT-REASON
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF REQUEST-IS-VALID
              AND WS-RQ-AUTH-REASON(WS-RQ-IDX) NOT = SPACES
               DISPLAY "ERROR: " WS-RQ-AUTH-REASON(WS-RQ-IDX)
                       " - REQUEST REJECTED"
               MOVE "N" TO WS-REQUEST-VALID-SWITCH
               MOVE WS-RQ-AUTH-REASON(WS-RQ-IDX) TO WS-REJECT-REASON
               MOVE 16 TO RETURN-CODE
           END-IF.

      *>   The list-specific edits for an RR-REQ-TYPE "V" card, on
               MOVE 16 TO RETURN-CODE
           END-IF.

      *>   The series edit for an RR-REQ-TYPE "S" card, on top of
      *>   VALIDATE-REQUEST's bound checks: the punched range must be
      *>   the series' largest square, starting at 2 on both axes.
      *>   Anything else names a curve nobody can read off one table
      *>   - and would file intermediate "squares" that are not.
       VALIDATE-SERIES-REQUEST.
           IF REQUEST-IS-VALID
               IF WS-A-MIN NOT = WS-RANGE-FLOOR
                  OR WS-B-MIN NOT = WS-RANGE-FLOOR
                  OR WS-A-MAX NOT = WS-B-MAX
                   MOVE "N" TO WS-REQUEST-VALID-SWITCH
                   MOVE "BAD SERIES BOUNDS" TO WS-REJECT-REASON
                   DISPLAY "ERROR: " WS-REJECT-REASON
                           " - REQUEST REJECTED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *>   Skip the computation entirely for a rejected request, but
      *>   still leave a trace of the rejection on the report.  Reads
      *>   off the RR- fields of the queue entry PROCESS-TABLE-ENTRY
               PERFORM CHECK-FOR-RESTART
           END-IF

      *>   A series resumes GEN and SORT checkpoints like any range -
      *>   its keys are exactly the largest square's - but a "DONE"
      *>   replay needs the whole table, not the one distinct count
      *>   the checkpoint carries.  The run that left the checkpoint
      *>   filed every size on the results master before publishing,
      *>   so the table is recalled from there; a table that is not
      *>   all on file (the run went down between the checkpoint and
      *>   the filing) is recomputed from scratch instead.
           IF SERIES-REQUEST AND RESUMING-REQUEST
              AND CK-PHASE = "DONE"
               PERFORM RECALL-SERIES-TABLE
           END-IF

           MOVE "N" TO WS-GEN-FAILED-SWITCH
           MOVE "N" TO WS-MASTER-HIT-SWITCH
           MOVE "N" TO WS-KS-ANSWER-SWITCH
           MOVE 0 TO WS-KS-BUILT-NOW
           MOVE 0 TO WS-KS-SHARE-HSEC

      *>   Union mode needs every request's actual keys on the union
      *>   file, and a master hit generates none - so in union mode
           IF MASTER-FILE-OPEN AND NOT RECOMPUTE-FORCED
              AND NOT RESUMING-REQUEST AND NOT BATCH-UNION-MODE
              AND NOT VALUE-LIST-REQUEST
               IF SERIES-REQUEST
                   PERFORM LOOK-UP-SERIES-IN-MASTER
               ELSE
                   PERFORM LOOK-UP-RESULTS-MASTER
               END-IF
           END-IF

           IF SERVED-FROM-MASTER
                   MOVE CK-COUNT    TO WS-COUNT
                   MOVE CK-DISTINCT TO WS-DISTINCT
               ELSE
      *>           A contiguous range that has to compute is answered
      *>           from the night's shared key set when it belongs to
      *>           one - or can start one with later requests it
      *>           overlaps.  A request resuming its own GEN or SORT
      *>           checkpoint already has its keys on POWER-FILE and
      *>           finishes the way it started.
                   IF NOT VALUE-LIST-REQUEST
                      AND NOT (RESUMING-REQUEST
                               AND (CK-PHASE = "GEN "
                                    OR CK-PHASE = "SORT"))
                       PERFORM SELECT-KEY-SET
                   END-IF
                   IF ANSWERED-FROM-KEY-SET
                       PERFORM ANSWER-FROM-KEY-SET
                   ELSE
                       IF RESUMING-REQUEST AND CK-PHASE = "SORT"
                           MOVE CK-COUNT TO WS-COUNT
                       ELSE
                           IF KEY-SET-ACTIVE
                              AND WS-KS-PHASE NOT = "DONE"
                               PERFORM FORGET-KEY-SET-PROGRESS
                           END-IF
                           IF VALUE-LIST-REQUEST
                               PERFORM GENERATE-LIST-POWER-FILE
                           ELSE
                               PERFORM GENERATE-POWER-FILE
                               IF NOT GEN-FAILED
                                   PERFORM SAVE-CHECKPOINT-SORT
                               END-IF
                           END-IF
                       END-IF
                       IF NOT GEN-FAILED
                           PERFORM SORT-AND-COUNT-POWERS
                       END-IF
                   END-IF
                   IF NOT GEN-FAILED
                       IF NOT VALUE-LIST-REQUEST
                           PERFORM SAVE-CHECKPOINT-DONE
                       END-IF
                       PERFORM WRITE-COLLISION-DETAIL
                       IF PROFILE-MODE-ON
                           PERFORM WRITE-VALUE-PROFILE
                       END-IF
                   END-IF
               END-IF
      *>   not become the history a later night gets served from.
           IF NOT SERVED-FROM-MASTER AND NOT GEN-FAILED
              AND NOT VERIFY-MISMATCHED AND NOT VALUE-LIST-REQUEST
               IF SERIES-REQUEST
                   PERFORM FILE-SERIES-ON-MASTER
               ELSE
                   PERFORM UPDATE-RESULTS-MASTER
               END-IF
           END-IF.

           ACCEPT WS-END-TIME FROM TIME.

      *>   A checkpoint is only useful if it was left by this exact
      *>   request - a different range in the next batch record must
      *>   not be fooled into thinking it is partway done.  A "PUBL"
      *>   checkpoint names a request that is finished and already
      *>   skipped, so it is never a resume point.
       CHECK-FOR-RESTART.
           MOVE "N" TO WS-RESUME-SWITCH
           IF CHECKPOINT-PRESENT AND CK-PHASE NOT = "PUBL"
               IF CK-A-MIN = WS-A-MIN AND CK-A-MAX = WS-A-MAX
                  AND CK-B-MIN = WS-B-MIN AND CK-B-MAX = WS-B-MAX
                   SET RESUMING-REQUEST TO TRUE
               END-READ
           END-IF.

      *>   A series is served from history only when EVERY square in
      *>   it is on file and valid - one missing or invalidated size
      *>   means the table cannot be built, so the whole series
      *>   computes and the refile heals the gap.  Only a complete
      *>   hit is a touch, and then every size's hit counter and
      *>   last-served date move, since every size was used.  The
      *>   largest square is read last, so the record area holds it
      *>   for the report's "first answered" note and the counts.
       LOOK-UP-SERIES-IN-MASTER.
           PERFORM LOAD-SERIES-FROM-MASTER
           IF SERIES-ON-MASTER
               SET SERVED-FROM-MASTER TO TRUE
               PERFORM VARYING WS-SR-SIZE FROM WS-A-MIN BY 1
                       UNTIL WS-SR-SIZE > WS-A-MAX
                   MOVE WS-A-MIN   TO RM-A-MIN
                   MOVE WS-SR-SIZE TO RM-A-MAX
                   MOVE WS-B-MIN   TO RM-B-MIN
                   MOVE WS-SR-SIZE TO RM-B-MAX
                   READ RESULTS-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO RM-HIT-COUNT
                           MOVE WS-RUN-DATE TO RM-LAST-RUN-DATE
                           REWRITE RESULTS-MASTER-RECORD
                           IF WS-MASTER-STATUS NOT = "00"
                               DISPLAY "WARNING: RESULTS-MASTER "
                                       "REWRITE STATUS "
                                       WS-MASTER-STATUS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *>   Build the series table from the results master without
      *>   touching it.  SERIES-ON-MASTER is left set only when every
      *>   size is on file, valid, and no smaller than the size
      *>   before it - a distinct count can only grow as the square
      *>   does, so a dip means a record nobody should build on.
       LOAD-SERIES-FROM-MASTER.
           SET SERIES-ON-MASTER TO TRUE
           MOVE 0 TO WS-SR-RUNNING
           PERFORM VARYING WS-SR-SIZE FROM WS-A-MIN BY 1
                   UNTIL WS-SR-SIZE > WS-A-MAX
                          OR NOT SERIES-ON-MASTER
               MOVE WS-A-MIN   TO RM-A-MIN
               MOVE WS-SR-SIZE TO RM-A-MAX
               MOVE WS-B-MIN   TO RM-B-MIN
               MOVE WS-SR-SIZE TO RM-B-MAX
               READ RESULTS-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-SERIES-FILED-SWITCH
                   NOT INVALID KEY
                       IF RM-INVALID-FLAG = "Y"
                          OR RM-DISTINCT < WS-SR-RUNNING
                           MOVE "N" TO WS-SERIES-FILED-SWITCH
                       ELSE
                           MOVE RM-DISTINCT
                                TO WS-SR-DISTINCT(WS-SR-SIZE)
                           COMPUTE WS-SR-NEW(WS-SR-SIZE) =
                                   RM-DISTINCT - WS-SR-RUNNING
                           MOVE RM-DISTINCT TO WS-SR-RUNNING
                       END-IF
               END-READ
           END-PERFORM.

      *>   Checkpoint "DONE" replay of a series - see PROCESS-ONE-
      *>   REQUEST.  Without the whole table on file the request is
      *>   no longer treated as resuming, so it computes from
      *>   scratch over a fresh POWER-FILE.
       RECALL-SERIES-TABLE.
           MOVE "N" TO WS-SERIES-FILED-SWITCH
           IF MASTER-FILE-OPEN
               PERFORM LOAD-SERIES-FROM-MASTER
           END-IF
           IF NOT SERIES-ON-MASTER
               MOVE "N" TO WS-RESUME-SWITCH
               DISPLAY "RESTART: SERIES TABLE NOT ON RESULTS MASTER"
                       " - RECOMPUTING"
           END-IF.

      *>   File every square of a freshly answered series on the
      *>   results master, smallest first, through the same
      *>   UPDATE-RESULTS-MASTER a single request uses - so each size
      *>   gets exactly the write-or-rewrite treatment its own card
      *>   would have.  The request's own bounds and answer are held
      *>   aside and put back for the report, audit and interchange.
       FILE-SERIES-ON-MASTER.
           MOVE WS-A-MAX    TO WS-SR-HOLD-A-MAX
           MOVE WS-B-MAX    TO WS-SR-HOLD-B-MAX
           MOVE WS-COUNT    TO WS-SR-HOLD-COUNT
           MOVE WS-DISTINCT TO WS-SR-HOLD-DISTINCT
           PERFORM VARYING WS-SR-SIZE FROM WS-A-MIN BY 1
                   UNTIL WS-SR-SIZE > WS-SR-HOLD-A-MAX
               MOVE WS-SR-SIZE TO WS-A-MAX
               MOVE WS-SR-SIZE TO WS-B-MAX
               COMPUTE WS-COUNT = (WS-A-MAX - WS-A-MIN + 1)
                       * (WS-B-MAX - WS-B-MIN + 1)
               MOVE WS-SR-DISTINCT(WS-SR-SIZE) TO WS-DISTINCT
               PERFORM UPDATE-RESULTS-MASTER
           END-PERFORM
           MOVE WS-SR-HOLD-A-MAX    TO WS-A-MAX
           MOVE WS-SR-HOLD-B-MAX    TO WS-B-MAX
           MOVE WS-SR-HOLD-COUNT    TO WS-COUNT
           MOVE WS-SR-HOLD-DISTINCT TO WS-DISTINCT.

      *>   Build the exact digit-string key for every a^b in this
      *>   request's range and write one POWER-FILE record per
      *>   combination.  A fresh request opens POWER-FILE OUTPUT, so a
               END-IF
               MOVE CK-COUNT TO WS-COUNT
               COMPUTE WS-RESUME-START-A = CK-LAST-A + 1
               MOVE CK-COUNT TO WS-DELETE-SEQ
               PERFORM DELETE-ORPHANED-POWER-RECORDS
           ELSE
               OPEN OUTPUT POWER-FILE
      *>   the interrupted A and must go, or the WRITEs above would
      *>   collide with it on PF-SEQ.  ACCESS MODE IS DYNAMIC lets
      *>   DELETE target a specific key instead of only the last record
      *>   read.  The caller leaves the last good PF-SEQ in
      *>   WS-DELETE-SEQ - CK-COUNT for a request's own keys,
      *>   WS-KS-COUNT for a shared key set's.
       DELETE-ORPHANED-POWER-RECORDS.
           MOVE "N" TO WS-DELETE-SWITCH
           PERFORM UNTIL NO-MORE-ORPHANS
               ADD 1 TO WS-DELETE-SEQ
               MOVE WS-DELETE-SEQ TO PF-SEQ
           MOVE WS-REQ-SEQ TO CK-REQ-SEQ
           PERFORM WRITE-CHECKPOINT-RECORD.

      *>   The request is being answered from the shared key set - a
      *>   restart from here re-enters at the set, as far as the
      *>   set's own header says it got.  Written as the request
      *>   starts, again at each step of building the set, so that
      *>   the request before it is never taken for the one in
      *>   flight and replayed.
       SAVE-CHECKPOINT-KEYS.
           IF KEY-SET-BUILDING
               PERFORM NOTE-KEY-SET-BUILD-TIME
           END-IF
           MOVE WS-A-MIN TO CK-A-MIN
           MOVE WS-A-MAX TO CK-A-MAX
           MOVE WS-B-MIN TO CK-B-MIN
           MOVE WS-B-MAX TO CK-B-MAX
           MOVE "KEYS" TO CK-PHASE
           MOVE 0 TO CK-LAST-A
           MOVE 0 TO CK-COUNT
           MOVE 0 TO CK-DISTINCT
           MOVE WS-REQ-SEQ TO CK-REQ-SEQ
           PERFORM WRITE-CHECKPOINT-RECORD.

      *>   A request answered from the shared key set has been
      *>   published and its master status updated - a restart
      *>   starts after it.
       SAVE-CHECKPOINT-PUBLISHED.
           MOVE "PUBL" TO CK-PHASE
           MOVE WS-A-MIN TO CK-A-MIN
           MOVE WS-A-MAX TO CK-A-MAX
           MOVE WS-B-MIN TO CK-B-MIN
           MOVE WS-B-MAX TO CK-B-MAX
           MOVE WS-A-MAX TO CK-LAST-A
           MOVE WS-COUNT TO CK-COUNT
           MOVE WS-DISTINCT TO CK-DISTINCT
           MOVE WS-REQ-SEQ TO CK-REQ-SEQ
           PERFORM WRITE-CHECKPOINT-RECORD.

      *>   The request is fully answered - a restart from here needs
      *>   no further work at all, just the saved counts.
       SAVE-CHECKPOINT-DONE.
           MOVE WS-REQ-SEQ TO CK-REQ-SEQ
           PERFORM WRITE-CHECKPOINT-RECORD.

      *>   CHECKPOINT-FILE is a single-checkpoint restart journal;
      *>   each save simply rewrites it wholesale with the latest
      *>   state, so the file is always either empty (clean start) or
      *>   holding exactly one - the most recent - checkpoint: the
      *>   request record, followed by the shared key set's records
      *>   while a set is in flight.
       WRITE-CHECKPOINT-RECORD.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = "00"
                       WS-CHECKPOINT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF KEY-SET-ACTIVE
               MOVE CHECKPOINT-RECORD TO WS-KS-CK-HOLD
               PERFORM WRITE-CHECKPOINT-KEY-SET
               MOVE WS-KS-CK-HOLD TO CHECKPOINT-RECORD
           END-IF
           CLOSE CHECKPOINT-FILE.

      *>   The key-set header and one member record per request in
      *>   the set, through the request record's area - which
      *>   WRITE-CHECKPOINT-RECORD holds aside meanwhile.
       WRITE-CHECKPOINT-KEY-SET.
           MOVE SPACES TO CHECKPOINT-KEY-SET-RECORD
           SET CS-SET-HEADER TO TRUE
           MOVE WS-KS-PHASE   TO CS-PHASE
           MOVE WS-KS-LAST-A  TO CS-LAST-A
           MOVE WS-KS-COUNT   TO CS-COUNT
           MOVE WS-KS-MEMBERS TO CS-MEMBER-COUNT
           MOVE WS-KS-BUILD-HSEC TO CS-BUILD-HSEC
           WRITE CHECKPOINT-KEY-SET-RECORD
           IF WS-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "ERROR: CHECKPOINT-FILE WRITE STATUS "
                       WS-CHECKPOINT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-MEMBERS
               MOVE SPACES TO CHECKPOINT-KEY-SET-RECORD
               SET CS-SET-MEMBER TO TRUE
               MOVE WS-KM-REQ-SEQ(WS-KS-IDX) TO CS-REQ-SEQ
               MOVE WS-KM-A-MIN(WS-KS-IDX)   TO CS-A-MIN
               MOVE WS-KM-A-MAX(WS-KS-IDX)   TO CS-A-MAX
               MOVE WS-KM-B-MIN(WS-KS-IDX)   TO CS-B-MIN
               MOVE WS-KM-B-MAX(WS-KS-IDX)   TO CS-B-MAX
               WRITE CHECKPOINT-KEY-SET-RECORD
               IF WS-CHECKPOINT-STATUS NOT = "00"
                   DISPLAY "ERROR: CHECKPOINT-FILE WRITE STATUS "
                           WS-CHECKPOINT-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-PERFORM.

      *>   Decide whether the request in flight is answered from a
      *>   shared key set.  It is when it is a member of the set in
      *>   flight.  A set none of whose members is still ahead in the
      *>   queue is spent and let go; with no set in flight, the
      *>   request tries to plan one with the requests after it.
       SELECT-KEY-SET.
           MOVE "N" TO WS-KS-MEMBER-SWITCH
           IF KEY-SET-ACTIVE
               PERFORM FIND-KEY-SET-MEMBER
               IF NOT KEY-SET-MEMBER
                   PERFORM RELEASE-SPENT-KEY-SET
               END-IF
           END-IF
           IF NOT KEY-SET-ACTIVE
               PERFORM PLAN-KEY-SET
           END-IF
           IF KEY-SET-MEMBER
               SET ANSWERED-FROM-KEY-SET TO TRUE
           END-IF.

       FIND-KEY-SET-MEMBER.
           MOVE "N" TO WS-KS-MEMBER-SWITCH
           PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-MEMBERS
                      OR KEY-SET-MEMBER
               IF WS-KM-REQ-SEQ(WS-KS-IDX) = WS-REQ-SEQ
                  AND WS-KM-A-MIN(WS-KS-IDX) = WS-A-MIN
                  AND WS-KM-A-MAX(WS-KS-IDX) = WS-A-MAX
                  AND WS-KM-B-MIN(WS-KS-IDX) = WS-B-MIN
                  AND WS-KM-B-MAX(WS-KS-IDX) = WS-B-MAX
                   SET KEY-SET-MEMBER TO TRUE
               END-IF
           END-PERFORM.

      *>   Plan a shared key set around the request in flight: every
      *>   later entry in the queue that will also have to compute,
      *>   and whose rectangle overlaps the request's - or overlaps
      *>   another entry already drawn in, however far the chain
      *>   runs.  An entry that will compute is one that reaches the
      *>   pipeline tonight: not cancelled or refused, a contiguous
      *>   range that passes the bound edits (a value list never
      *>   joins), and not served from the results master as it
      *>   stands now.  A request on its own plans nothing and runs
      *>   exactly as it always has.  The card in flight is held
      *>   aside while the later cards are looked over.
       PLAN-KEY-SET.
           MOVE RANGE-REQUEST-RECORD TO WS-KS-HOLD-CARD
           MOVE 1 TO WS-KS-MEMBERS
           MOVE WS-REQ-SEQ TO WS-KM-REQ-SEQ(1)
           MOVE WS-A-MIN   TO WS-KM-A-MIN(1)
           MOVE WS-A-MAX   TO WS-KM-A-MAX(1)
           MOVE WS-B-MIN   TO WS-KM-B-MIN(1)
           MOVE WS-B-MAX   TO WS-KM-B-MAX(1)
           COMPUTE WS-KS-START = WS-REQ-SEQ + 1

           PERFORM VARYING WS-KS-JDX FROM WS-KS-START BY 1
                   UNTIL WS-KS-JDX > WS-RQ-COUNT
               PERFORM GRADE-KEY-SET-CANDIDATE
           END-PERFORM

           SET KEY-SET-GREW TO TRUE
           PERFORM UNTIL NOT KEY-SET-GREW
               MOVE "N" TO WS-KS-GREW-SWITCH
               PERFORM VARYING WS-KS-JDX FROM WS-KS-START BY 1
                       UNTIL WS-KS-JDX > WS-RQ-COUNT
                   IF WS-KC-FLAG(WS-KS-JDX) = "Y"
                       PERFORM JOIN-KEY-SET-IF-OVERLAPPING
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-KS-HOLD-CARD TO RANGE-REQUEST-RECORD

           IF WS-KS-MEMBERS > 1
               SET KEY-SET-ACTIVE TO TRUE
               SET KEY-SET-MEMBER TO TRUE
               MOVE "GEN " TO WS-KS-PHASE
               MOVE 0 TO WS-KS-LAST-A
               MOVE 0 TO WS-KS-COUNT
               MOVE 0 TO WS-KS-BUILD-HSEC
               PERFORM SET-KEY-SET-ENVELOPE
               DISPLAY "SHARED KEY SET: " WS-KS-MEMBERS
                       " REQUESTS WITHIN A " WS-KS-A-MIN "-"
                       WS-KS-A-MAX " B " WS-KS-B-MIN "-"
                       WS-KS-B-MAX
           ELSE
               MOVE 0 TO WS-KS-MEMBERS
           END-IF.

      *>   The same edits VALIDATE-REQUEST and VALIDATE-SERIES-
      *>   REQUEST will apply when the entry's turn comes, and the
      *>   same master question PROCESS-ONE-REQUEST will ask - read
      *>   only, no touch.  A series is judged by its largest square;
      *>   one that turns out to be missing a smaller size computes
      *>   on its own, which costs time, never a wrong answer.
       GRADE-KEY-SET-CANDIDATE.
           MOVE "N" TO WS-KC-FLAG(WS-KS-JDX)
           MOVE "Y" TO WS-KS-CAND-SWITCH
           MOVE WS-RQ-RECORD(WS-KS-JDX) TO RANGE-REQUEST-RECORD
           IF WS-RQ-CANCELLED(WS-KS-JDX) = "Y"
              OR WS-RQ-AUTH-REASON(WS-KS-JDX) NOT = SPACES
              OR RR-VALUE-LIST
              OR RR-A-MIN IS NOT NUMERIC
              OR RR-A-MAX IS NOT NUMERIC
              OR RR-B-MIN IS NOT NUMERIC
              OR RR-B-MAX IS NOT NUMERIC
               MOVE "N" TO WS-KS-CAND-SWITCH
           ELSE
               MOVE RR-A-MIN TO WS-KC-A-MIN(WS-KS-JDX)
               MOVE RR-A-MAX TO WS-KC-A-MAX(WS-KS-JDX)
               MOVE RR-B-MIN TO WS-KC-B-MIN(WS-KS-JDX)
               MOVE RR-B-MAX TO WS-KC-B-MAX(WS-KS-JDX)
           END-IF

           IF KEY-SET-CANDIDATE
               IF WS-KC-A-MIN(WS-KS-JDX) < WS-RANGE-FLOOR
                  OR WS-KC-A-MAX(WS-KS-JDX) > WS-RANGE-CEILING
                  OR WS-KC-A-MIN(WS-KS-JDX) > WS-KC-A-MAX(WS-KS-JDX)
                  OR WS-KC-B-MIN(WS-KS-JDX) < WS-RANGE-FLOOR
                  OR WS-KC-B-MAX(WS-KS-JDX) > WS-RANGE-CEILING
                  OR WS-KC-B-MIN(WS-KS-JDX) > WS-KC-B-MAX(WS-KS-JDX)
                   MOVE "N" TO WS-KS-CAND-SWITCH
               END-IF
           END-IF

           IF KEY-SET-CANDIDATE AND RR-SERIES
               IF WS-KC-A-MIN(WS-KS-JDX) NOT = WS-RANGE-FLOOR
                  OR WS-KC-B-MIN(WS-KS-JDX) NOT = WS-RANGE-FLOOR
                  OR WS-KC-A-MAX(WS-KS-JDX)
                     NOT = WS-KC-B-MAX(WS-KS-JDX)
                   MOVE "N" TO WS-KS-CAND-SWITCH
               END-IF
           END-IF

           IF KEY-SET-CANDIDATE AND MASTER-FILE-OPEN
              AND NOT BATCH-UNION-MODE AND RR-RECOMPUTE NOT = "Y"
               MOVE WS-KC-A-MIN(WS-KS-JDX) TO RM-A-MIN
               MOVE WS-KC-A-MAX(WS-KS-JDX) TO RM-A-MAX
               MOVE WS-KC-B-MIN(WS-KS-JDX) TO RM-B-MIN
               MOVE WS-KC-B-MAX(WS-KS-JDX) TO RM-B-MAX
               READ RESULTS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RM-INVALID-FLAG NOT = "Y"
                           MOVE "N" TO WS-KS-CAND-SWITCH
                       END-IF
               END-READ
           END-IF

           IF KEY-SET-CANDIDATE
               MOVE "Y" TO WS-KC-FLAG(WS-KS-JDX)
           END-IF.

      *>   Two rectangles overlap when their A ranges and their B
      *>   ranges both do.  An entry that joins is taken off the
      *>   candidate list, which also ends the scan of the members.
       JOIN-KEY-SET-IF-OVERLAPPING.
           PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-MEMBERS
                      OR WS-KC-FLAG(WS-KS-JDX) NOT = "Y"
               IF WS-KC-A-MIN(WS-KS-JDX) <= WS-KM-A-MAX(WS-KS-IDX)
                  AND WS-KM-A-MIN(WS-KS-IDX) <= WS-KC-A-MAX(WS-KS-JDX)
                  AND WS-KC-B-MIN(WS-KS-JDX) <= WS-KM-B-MAX(WS-KS-IDX)
                  AND WS-KM-B-MIN(WS-KS-IDX) <= WS-KC-B-MAX(WS-KS-JDX)
                   ADD 1 TO WS-KS-MEMBERS
                   MOVE WS-KS-JDX TO WS-KM-REQ-SEQ(WS-KS-MEMBERS)
                   MOVE WS-KC-A-MIN(WS-KS-JDX)
                        TO WS-KM-A-MIN(WS-KS-MEMBERS)
                   MOVE WS-KC-A-MAX(WS-KS-JDX)
                        TO WS-KM-A-MAX(WS-KS-MEMBERS)
                   MOVE WS-KC-B-MIN(WS-KS-JDX)
                        TO WS-KM-B-MIN(WS-KS-MEMBERS)
                   MOVE WS-KC-B-MAX(WS-KS-JDX)
                        TO WS-KM-B-MAX(WS-KS-MEMBERS)
                   MOVE "N" TO WS-KC-FLAG(WS-KS-JDX)
                   SET KEY-SET-GREW TO TRUE
               END-IF
           END-PERFORM.

      *>   The smallest rectangle holding every member's - the
      *>   bounds the generation loops run over - and the members'
      *>   combinations added together, which the build time is
      *>   shared out over.
       SET-KEY-SET-ENVELOPE.
           MOVE WS-KM-A-MIN(1) TO WS-KS-A-MIN
           MOVE WS-KM-A-MAX(1) TO WS-KS-A-MAX
           MOVE WS-KM-B-MIN(1) TO WS-KS-B-MIN
           MOVE WS-KM-B-MAX(1) TO WS-KS-B-MAX
           MOVE 0 TO WS-KS-MEMBER-PAIRS
           PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-MEMBERS
               COMPUTE WS-KS-MEMBER-PAIRS = WS-KS-MEMBER-PAIRS
                       + (WS-KM-A-MAX(WS-KS-IDX)
                          - WS-KM-A-MIN(WS-KS-IDX) + 1)
                       * (WS-KM-B-MAX(WS-KS-IDX)
                          - WS-KM-B-MIN(WS-KS-IDX) + 1)
           END-PERFORM
           PERFORM VARYING WS-KS-IDX FROM 2 BY 1
                   UNTIL WS-KS-IDX > WS-KS-MEMBERS
               IF WS-KM-A-MIN(WS-KS-IDX) < WS-KS-A-MIN
                   MOVE WS-KM-A-MIN(WS-KS-IDX) TO WS-KS-A-MIN
               END-IF
               IF WS-KM-A-MAX(WS-KS-IDX) > WS-KS-A-MAX
                   MOVE WS-KM-A-MAX(WS-KS-IDX) TO WS-KS-A-MAX
               END-IF
               IF WS-KM-B-MIN(WS-KS-IDX) < WS-KS-B-MIN
                   MOVE WS-KM-B-MIN(WS-KS-IDX) TO WS-KS-B-MIN
               END-IF
               IF WS-KM-B-MAX(WS-KS-IDX) > WS-KS-B-MAX
                   MOVE WS-KM-B-MAX(WS-KS-IDX) TO WS-KS-B-MAX
               END-IF
           END-PERFORM.

      *>   Let the set go once no member is left after the request
      *>   in flight - a member deferred by the window governor or
      *>   served from the master after all simply never comes back
      *>   for its keys.
       RELEASE-SPENT-KEY-SET.
           MOVE "N" TO WS-KS-LEFT-SWITCH
           PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-MEMBERS
               IF WS-KM-REQ-SEQ(WS-KS-IDX) > WS-REQ-SEQ
                   SET KEY-SET-MEMBERS-LEFT TO TRUE
               END-IF
           END-PERFORM
           IF NOT KEY-SET-MEMBERS-LEFT
               PERFORM DROP-KEY-SET
           END-IF.

       DROP-KEY-SET.
           MOVE "N" TO WS-KEY-SET-SWITCH
           MOVE 0 TO WS-KS-MEMBERS
           MOVE SPACES TO WS-KS-PHASE
           MOVE 0 TO WS-KS-LAST-A
           MOVE 0 TO WS-KS-COUNT
           MOVE 0 TO WS-KS-BUILD-HSEC
           MOVE 0 TO WS-KS-MEMBER-PAIRS.

      *>   A request outside the set is about to regenerate POWER-FILE
      *>   while the set's own keys on it are not yet sorted away -
      *>   only possible after a restart that deferred the member
      *>   building the set.  Those keys are about to be lost, so the
      *>   set is rebuilt from the start by whichever member comes
      *>   next.
       FORGET-KEY-SET-PROGRESS.
           MOVE "GEN " TO WS-KS-PHASE
           MOVE 0 TO WS-KS-LAST-A
           MOVE 0 TO WS-KS-COUNT
           MOVE 0 TO WS-KS-BUILD-HSEC.

      *>   Answer one member from the set: the first member to get
      *>   here builds it (or finishes building it after a restart),
      *>   every member extracts its own rectangle into
      *>   SORTED-POWER-FILE - the file its own SORT would have left
      *>   - and the ordinary distinct count runs over that.  Any
      *>   failure fails this request the usual way and lets the set
      *>   go, so the members after it compute on their own.  The
      *>   member's share of the build time is worked out here,
      *>   while the set is still in hand - the last member lets it
      *>   go before its audit record is written.
       ANSWER-FROM-KEY-SET.
           PERFORM SAVE-CHECKPOINT-KEYS
           IF WS-KS-PHASE NOT = "DONE"
               MOVE WS-KS-BUILD-HSEC TO WS-KS-BUILD-BEFORE
               PERFORM BUILD-KEY-SET
               COMPUTE WS-KS-BUILT-NOW =
                       WS-KS-BUILD-HSEC - WS-KS-BUILD-BEFORE
           END-IF
           IF NOT GEN-FAILED
               PERFORM EXTRACT-REQUEST-KEYS
           END-IF
           IF NOT GEN-FAILED
               PERFORM COUNT-DISTINCT-POWERS
           END-IF
           IF NOT GEN-FAILED AND WS-KS-MEMBER-PAIRS > 0
               COMPUTE WS-KS-SHARE-HSEC ROUNDED =
                       WS-KS-BUILD-HSEC * WS-COUNT
                       / WS-KS-MEMBER-PAIRS
           END-IF
           IF GEN-FAILED
               DISPLAY "SHARED KEY SET DROPPED - LATER REQUESTS "
                       "COMPUTE ON THEIR OWN"
               PERFORM DROP-KEY-SET
           ELSE
               PERFORM RELEASE-SPENT-KEY-SET
           END-IF.

      *>   While the set is building, every checkpoint save first
      *>   adds the time since the last one to WS-KS-BUILD-HSEC, so
      *>   the header always carries the build time up to the point
      *>   a restart resumes from.
       BUILD-KEY-SET.
           SET KEY-SET-BUILDING TO TRUE
           PERFORM READ-KEY-SET-CLOCK
           MOVE WS-KS-CLOCK-HSEC TO WS-KS-LAP-HSEC
           IF WS-KS-PHASE = "GEN "
               PERFORM GENERATE-KEY-SET
               IF NOT GEN-FAILED
                   MOVE "SORT" TO WS-KS-PHASE
                   PERFORM SAVE-CHECKPOINT-KEYS
               END-IF
           END-IF
           IF NOT GEN-FAILED
               PERFORM SORT-KEY-SET
           END-IF
           IF NOT GEN-FAILED
               MOVE "DONE" TO WS-KS-PHASE
               PERFORM SAVE-CHECKPOINT-KEYS
               DISPLAY "SHARED KEY SET READY: " WS-KS-COUNT
                       " KEYS FOR " WS-KS-MEMBERS " REQUESTS"
           END-IF
           MOVE "N" TO WS-KS-BUILDING-SWITCH.

      *>   Same clock and same midnight rule as WRITE-AUDIT-RECORD.
       NOTE-KEY-SET-BUILD-TIME.
           PERFORM READ-KEY-SET-CLOCK
           IF WS-KS-CLOCK-HSEC >= WS-KS-LAP-HSEC
               COMPUTE WS-KS-BUILD-HSEC = WS-KS-BUILD-HSEC
                       + WS-KS-CLOCK-HSEC - WS-KS-LAP-HSEC
           ELSE
               COMPUTE WS-KS-BUILD-HSEC = WS-KS-BUILD-HSEC
                       + WS-KS-CLOCK-HSEC - WS-KS-LAP-HSEC + 8640000
           END-IF
           MOVE WS-KS-CLOCK-HSEC TO WS-KS-LAP-HSEC.

       READ-KEY-SET-CLOCK.
           ACCEPT WS-KS-CLOCK FROM TIME
           MOVE WS-KS-CLOCK(1:2) TO WS-TIME-HH
           MOVE WS-KS-CLOCK(3:2) TO WS-TIME-MM
           MOVE WS-KS-CLOCK(5:2) TO WS-TIME-SS
           MOVE WS-KS-CLOCK(7:2) TO WS-TIME-HS
           COMPUTE WS-KS-CLOCK-HSEC =
                   ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS)
                   * 100 + WS-TIME-HS.

      *>   GENERATE-POWER-FILE's loops over the envelope, writing a
      *>   key only for a pair some member covers - so every a^b any
      *>   member needs is computed exactly once, and nothing in the
      *>   envelope that no member asked for is computed at all.
      *>   Restart works the same way too: the set's header carries
      *>   the last A whose whole row is on POWER-FILE, and the
      *>   records of the row in flight are deleted past WS-KS-COUNT
      *>   before that row is generated again.  Keys go onto the union
      *>   file per member as they are extracted, not here.
       GENERATE-KEY-SET.
           IF WS-KS-LAST-A = 0
               OPEN OUTPUT POWER-FILE
               IF WS-POWER-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: POWER-FILE OPEN OUTPUT STATUS "
                           WS-POWER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET GEN-FAILED TO TRUE
               END-IF
               MOVE 0 TO WS-KS-COUNT
               MOVE WS-KS-A-MIN TO WS-RESUME-START-A
           ELSE
               OPEN I-O POWER-FILE
               IF WS-POWER-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: POWER-FILE OPEN I-O STATUS "
                           WS-POWER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET GEN-FAILED TO TRUE
               END-IF
               COMPUTE WS-RESUME-START-A = WS-KS-LAST-A + 1
               MOVE WS-KS-COUNT TO WS-DELETE-SEQ
               PERFORM DELETE-ORPHANED-POWER-RECORDS
           END-IF

           PERFORM VARYING WS-A FROM WS-RESUME-START-A BY 1
                   UNTIL WS-A > WS-KS-A-MAX
               PERFORM VARYING WS-B FROM WS-KS-B-MIN BY 1
                       UNTIL WS-B > WS-KS-B-MAX
                   PERFORM CHECK-PAIR-IN-KEY-SET
                   IF PAIR-IN-KEY-SET
                       ADD 1 TO WS-KS-COUNT
                       PERFORM COMPUTE-POWER-KEY
                       MOVE WS-KS-COUNT TO PF-SEQ
                       MOVE WS-A TO PF-GEN-A
                       MOVE WS-B TO PF-GEN-B
                       MOVE WS-POWER-KEY TO PF-KEY-DATA
                       WRITE POWER-FILE-RECORD
                       IF WS-POWER-FILE-STATUS NOT = "00"
                           DISPLAY "ERROR: POWER-FILE WRITE STATUS "
                                   WS-POWER-FILE-STATUS " AT PF-SEQ "
                                   PF-SEQ
                           MOVE 16 TO RETURN-CODE
                           SET GEN-FAILED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT GEN-FAILED
                   MOVE WS-A TO WS-KS-LAST-A
                   PERFORM SAVE-CHECKPOINT-KEYS
               END-IF
           END-PERFORM

           CLOSE POWER-FILE.

       CHECK-PAIR-IN-KEY-SET.
           MOVE "N" TO WS-KS-PAIR-SWITCH
           PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-MEMBERS
                      OR PAIR-IN-KEY-SET
               IF WS-A >= WS-KM-A-MIN(WS-KS-IDX)
                  AND WS-A <= WS-KM-A-MAX(WS-KS-IDX)
                  AND WS-B >= WS-KM-B-MIN(WS-KS-IDX)
                  AND WS-B <= WS-KM-B-MAX(WS-KS-IDX)
                   SET PAIR-IN-KEY-SET TO TRUE
               END-IF
           END-PERFORM.

      *>   The one big sort for the whole set, with the same failure
      *>   handling as SORT-AND-COUNT-POWERS.
       SORT-KEY-SET.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-KEY-DATA SW-GEN-A SW-GEN-B
               USING POWER-FILE
               GIVING KEY-SET-FILE

           IF SORT-RETURN NOT = 0
               DISPLAY "ERROR: SORT-RETURN " SORT-RETURN
               MOVE 16 TO RETURN-CODE
               SET GEN-FAILED TO TRUE
           END-IF.

      *>   One pass over the sorted set, keeping the pairs inside the
      *>   request's own bounds.  The set is already in key order, so
      *>   what comes out is exactly what the request's own sort
      *>   would have given - no second sort.  Anything other than
      *>   every combination of the rectangle coming back means the
      *>   set on file is not the one planned, and the request fails
      *>   rather than publish an answer built on it.
       EXTRACT-REQUEST-KEYS.
           MOVE 0 TO WS-COUNT
           COMPUTE WS-KS-WANTED = (WS-A-MAX - WS-A-MIN + 1)
                   * (WS-B-MAX - WS-B-MIN + 1)

           OPEN INPUT KEY-SET-FILE
           IF WS-KEY-SET-STATUS NOT = "00"
               DISPLAY "ERROR: KEY-SET-FILE OPEN INPUT STATUS "
                       WS-KEY-SET-STATUS
               MOVE 16 TO RETURN-CODE
               SET GEN-FAILED TO TRUE
           ELSE
               OPEN OUTPUT SORTED-POWER-FILE
               IF WS-SORTED-STATUS NOT = "00"
                   DISPLAY "ERROR: SORTED-POWER-FILE OPEN OUTPUT "
                           "STATUS " WS-SORTED-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET GEN-FAILED TO TRUE
               ELSE
                   PERFORM COPY-REQUEST-KEYS
                   CLOSE SORTED-POWER-FILE
               END-IF
               CLOSE KEY-SET-FILE
           END-IF

           IF NOT GEN-FAILED AND WS-COUNT NOT = WS-KS-WANTED
               DISPLAY "ERROR: SHARED KEY SET GAVE " WS-COUNT
                       " KEYS FOR A RANGE OF " WS-KS-WANTED
               MOVE 16 TO RETURN-CODE
               SET GEN-FAILED TO TRUE
           END-IF.

       COPY-REQUEST-KEYS.
           MOVE "N" TO WS-KS-EOF-SWITCH
           PERFORM UNTIL KEY-SET-EOF-REACHED
               READ KEY-SET-FILE
                   AT END
                       SET KEY-SET-EOF-REACHED TO TRUE
                   NOT AT END
                       IF SK-GEN-A >= WS-A-MIN AND SK-GEN-A <= WS-A-MAX
                          AND SK-GEN-B >= WS-B-MIN
                          AND SK-GEN-B <= WS-B-MAX
                           PERFORM WRITE-EXTRACTED-KEY
                       END-IF
               END-READ
           END-PERFORM.

      *>   In union mode the request's keys go onto the union file
      *>   here, tagged with its own sequence number, exactly as
      *>   GENERATE-POWER-FILE would have written them.
       WRITE-EXTRACTED-KEY.
           ADD 1 TO WS-COUNT
           MOVE WS-COUNT    TO SP-SEQ
           MOVE SK-GEN-A    TO SP-GEN-A
           MOVE SK-GEN-B    TO SP-GEN-B
           MOVE SK-KEY-DATA TO SP-KEY-DATA
           WRITE SORTED-POWER-RECORD
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERROR: SORTED-POWER-FILE WRITE STATUS "
                       WS-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               SET GEN-FAILED TO TRUE
           END-IF
           IF BATCH-UNION-MODE AND NOT UNION-FAILED
               MOVE WS-REQ-SEQ TO UN-REQ-NO
               MOVE SK-KEY-DATA TO UN-KEY-DATA
               WRITE UNION-POWER-RECORD
               IF WS-UNION-STATUS NOT = "00"
                   DISPLAY "ERROR: UNION-POWER-FILE WRITE "
                           "STATUS " WS-UNION-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET UNION-FAILED TO TRUE
               END-IF
           END-IF.

      *>   File SORT (no in-memory table, no OCCURS cap) of POWER-FILE
      *>   into SORTED-POWER-FILE by the digit-string key, then a
      *>   single sequential pass to count distinct values.  A bad
               MOVE 16 TO RETURN-CODE
               SET GEN-FAILED TO TRUE
           ELSE
               IF SERIES-REQUEST
                   PERFORM READ-AND-COUNT-SERIES
               ELSE
                   PERFORM READ-AND-COUNT-SORTED-POWERS
               END-IF
           END-IF.

      *>   The actual read-and-count pass, split out of COUNT-DISTINCT-

           CLOSE SORTED-POWER-FILE.

      *>   The series version of the pass above: the same adjacent-
      *>   key walk counts the distinct values of the largest square,
      *>   and inside each key group the smallest max(a,b) seen is
      *>   the size at which that value first appears.  One count per
      *>   group against its first size, then a running total from
      *>   size 2 upward, gives the whole table from the single sort.
       READ-AND-COUNT-SERIES.
           PERFORM VARYING WS-SR-SIZE FROM 1 BY 1
                   UNTIL WS-SR-SIZE > WS-A-MAX
               MOVE 0 TO WS-SR-NEW(WS-SR-SIZE)
               MOVE 0 TO WS-SR-DISTINCT(WS-SR-SIZE)
           END-PERFORM

           READ SORTED-POWER-FILE
               AT END
                   SET SORTED-EOF-REACHED TO TRUE
           END-READ

           IF NOT SORTED-EOF-REACHED
               MOVE 1 TO WS-DISTINCT
               MOVE SP-KEY-DATA TO WS-PREV-KEY
               PERFORM FIND-PAIR-SIZE
               MOVE WS-SR-PAIR-SIZE TO WS-SR-GROUP-SIZE
           END-IF

           PERFORM UNTIL SORTED-EOF-REACHED
               READ SORTED-POWER-FILE
                   AT END
                       SET SORTED-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM FIND-PAIR-SIZE
                       IF SP-KEY-DATA NOT = WS-PREV-KEY
                           ADD 1 TO WS-SR-NEW(WS-SR-GROUP-SIZE)
                           ADD 1 TO WS-DISTINCT
                           MOVE SP-KEY-DATA TO WS-PREV-KEY
                           MOVE WS-SR-PAIR-SIZE TO WS-SR-GROUP-SIZE
                       ELSE
                           IF WS-SR-PAIR-SIZE < WS-SR-GROUP-SIZE
                               MOVE WS-SR-PAIR-SIZE
                                    TO WS-SR-GROUP-SIZE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DISTINCT > 0
               ADD 1 TO WS-SR-NEW(WS-SR-GROUP-SIZE)
           END-IF

           MOVE 0 TO WS-SR-RUNNING
           PERFORM VARYING WS-SR-SIZE FROM WS-A-MIN BY 1
                   UNTIL WS-SR-SIZE > WS-A-MAX
               ADD WS-SR-NEW(WS-SR-SIZE) TO WS-SR-RUNNING
               MOVE WS-SR-RUNNING TO WS-SR-DISTINCT(WS-SR-SIZE)
           END-PERFORM

           CLOSE SORTED-POWER-FILE.

       FIND-PAIR-SIZE.
           IF SP-GEN-A > SP-GEN-B
               MOVE SP-GEN-A TO WS-SR-PAIR-SIZE
           ELSE
               MOVE SP-GEN-B TO WS-SR-PAIR-SIZE
           END-IF.

      *>   Hand the freshly sorted key file to POWRCOLL, which walks
      *>   the duplicate groups and appends one detail section per
      *>   request to the collision report (DISTPWR.CLR) - the value
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE-KEY

      *>   The next batch date, for the deadline escalation and the
      *>   SLA section's "deferred past deadline" test - the next
      *>   business night on the shop calendar (CALCHK), which is
      *>   simply tomorrow when no calendar is mounted.
           SET CQ-NEXT-BUSINESS TO TRUE
           MOVE WS-RUN-DATE-KEY TO CQ-DATE
           CALL "CALCHK" USING CALENDAR-CHECK-AREA
           MOVE CQ-RESULT-DATE TO WS-NEXT-BATCH-KEY

           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

      *>   Tonight's audit records are one sealed block (see
      *>   AUDITREC.CPY): pick up the chain of the last seal on the
      *>   log before extending it.  Records an abended run left
      *>   after that seal join tonight's block and tonight's seal.
           SET SL-OPEN-BLOCK TO TRUE
           CALL "AUDSEAL" USING AUDIT-SEAL-AREA
           IF SL-LOG-UNREADABLE
               DISPLAY "WARNING: DISTPWR.AUD COULD NOT BE READ FOR "
                       "ITS SEAL CHAIN - TONIGHT'S SEAL WILL NOT "
                       "JOIN THE CHAIN"
           END-IF
           IF SL-RECORD-COUNT > 0
               DISPLAY "NOTE: " SL-RECORD-COUNT " UNSEALED AUDIT "
                       "RECORD(S) ON DISTPWR.AUD - TONIGHT'S SEAL "
                       "COVERS THEM"
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
               END-IF
           END-IF

           IF SERIES-REQUEST
               PERFORM WRITE-SERIES-TABLE
           END-IF.

      *>   The series table, after every annotation of the request's
      *>   own answer: one line per size k for the square 2..k by
      *>   2..k - its combinations, its distinct values, and the
      *>   distinct values size k added to size k-1.  The last line
      *>   is the request's own answer, repeated in its place.
       WRITE-SERIES-TABLE.
           MOVE SPACES TO RL-TEXT
           STRING "  SERIES BY SIZE (A AND B BOTH "
                  WS-A-MIN " TO SIZE)"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           STRING "    SIZE  COMBINATIONS  DISTINCT  NEW DISTINCT"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           PERFORM VARYING WS-SR-SIZE FROM WS-A-MIN BY 1
                   UNTIL WS-SR-SIZE > WS-A-MAX
               COMPUTE WS-SR-COMBOS = (WS-SR-SIZE - WS-A-MIN + 1)
                       * (WS-SR-SIZE - WS-B-MIN + 1)
               MOVE SPACES TO RL-TEXT
               STRING "     " WS-SR-SIZE
                      "        " WS-SR-COMBOS
                      "    " WS-SR-DISTINCT(WS-SR-SIZE)
                      "        " WS-SR-NEW(WS-SR-SIZE)
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-PERFORM.

      *>   Append one run-history record to the audit log for this
      *>   request (date, time, job id, range used, total/distinct
      *>   counts, and elapsed time) so a later question like "when
                       WS-END-HSEC - WS-START-HSEC + 8640000
           END-IF

      *>   A request answered from the shared key set is charged its
      *>   share of building the set, not whatever part of the build
      *>   happened to fall inside its own span - so the department
      *>   whose card sorts first does not pay for everyone's keys.
           IF WS-ELAPSED-HSEC > WS-KS-BUILT-NOW
               SUBTRACT WS-KS-BUILT-NOW FROM WS-ELAPSED-HSEC
           ELSE
               MOVE 0 TO WS-ELAPSED-HSEC
           END-IF
           ADD WS-KS-SHARE-HSEC TO WS-ELAPSED-HSEC

           MOVE WS-RUN-DATE      TO AU-RUN-DATE
           MOVE WS-START-TIME    TO AU-RUN-TIME
           MOVE WS-JOB-ID        TO AU-JOB-ID
               DISPLAY "ERROR: AUDIT-FILE WRITE STATUS "
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET SL-ADD-RECORD TO TRUE
               MOVE AUDIT-RECORD TO SL-RECORD
               CALL "AUDSEAL" USING AUDIT-SEAL-AREA
           END-IF.

      *>   Close tonight's block of audit records with its seal.  A
      *>   night that processed nothing is still sealed - a seal
      *>   with a zero count is the proof that the night ran.
       WRITE-AUDIT-SEAL.
           SET SL-SEAL-BLOCK TO TRUE
           MOVE WS-RUN-DATE TO SL-SEAL-DATE
           MOVE WS-JOB-ID TO SL-JOB-ID
           CALL "AUDSEAL" USING AUDIT-SEAL-AREA
           WRITE AUDIT-RECORD FROM SL-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: AUDIT-FILE SEAL WRITE STATUS "
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      *>   Append one record to the downstream interchange feed (see
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           PERFORM WRITE-AUDIT-SEAL
           CLOSE AUDIT-FILE
           CLOSE INTERCHANGE-FILE

