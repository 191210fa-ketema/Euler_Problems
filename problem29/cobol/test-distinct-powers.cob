           05  WS-VF-E             PIC 9(4).
           05  WS-VF-IDX           PIC 9(4).

      *>   Series method, mirroring DISTINCT-POWERS' READ-AND-
      *>   COUNT-SERIES: one sort of the largest square, each value
      *>   credited to the smallest size max(a,b) it appears at.
       01  WS-SERIES-FIELDS.
           05  WS-SR-COUNT         PIC 9(5) VALUE 0.
           05  WS-SR-SIZE          PIC 999.
           05  WS-SR-GROUP-SIZE    PIC 999.
           05  WS-SR-RUNNING       PIC 9(5).
           05  WS-SR-BAD-SIZE      PIC 999.
           05  WS-SR-ENTRY OCCURS 15 TIMES.
               10  WS-SR-NEW       PIC 9(5).
               10  WS-SR-DISTINCT  PIC 9(5).

       01  WS-SERIES-TABLE.
           05  WS-SR-POWER OCCURS 1 TO 196 TIMES
                       DEPENDING ON WS-SR-COUNT.
               10  WS-SR-KEY       PIC X(210).
               10  WS-SR-PAIR-SIZE PIC 999.

      *>   Shared key set, mirroring DISTINCT-POWERS' BUILD-KEY-SET
      *>   and EXTRACT-REQUEST-KEYS: the keys of the largest square
      *>   generated and sorted once, each smaller request answered
      *>   by counting distinct keys over only its own pairs.
       01  WS-KEY-SET-FIELDS.
           05  WS-KS-COUNT         PIC 9(5) VALUE 0.
           05  WS-KS-MAX           PIC 999.
           05  WS-KS-DISTINCT      PIC 9(5).
           05  WS-KS-TAKEN         PIC 9(5).
           05  WS-KS-BAD-SIZE      PIC 999.

       01  WS-KEY-SET-TABLE.
           05  WS-KS-POWER OCCURS 1 TO 196 TIMES
                       DEPENDING ON WS-KS-COUNT.
               10  WS-KS-KEY       PIC X(210).
               10  WS-KS-GEN-A     PIC 999.
               10  WS-KS-GEN-B     PIC 999.

       01  WS-PP-FLAGS             PIC X(100).
       01  WS-PP-FLAGS-R REDEFINES WS-PP-FLAGS.
           05  WS-PP-FLAG OCCURS 100 TIMES PIC X(01).
           PERFORM TEST-LARGE-CASE-100.
           PERFORM TEST-VERIFY-METHOD-5.
           PERFORM TEST-VERIFY-METHOD-100.
           PERFORM TEST-SERIES-METHOD-15.
           PERFORM TEST-SHARED-KEY-SET-15.

           DISPLAY " ".
           DISPLAY "=====================================".
                       " vs verify " WS-VF-DISTINCT
           END-IF.

      *>   Every size of the 2..15 series from the one sort must
      *>   match the table method run separately at that size.
       TEST-SERIES-METHOD-15.
           ADD 1 TO TESTS-RUN.
           MOVE 15 TO WS-MAX.
           PERFORM CALCULATE-SERIES.
           MOVE 0 TO WS-SR-BAD-SIZE
           PERFORM VARYING WS-SR-SIZE FROM 2 BY 1
                   UNTIL WS-SR-SIZE > 15 OR WS-SR-BAD-SIZE > 0
               MOVE WS-SR-SIZE TO WS-MAX
               PERFORM CALCULATE-DISTINCT
               IF WS-DISTINCT NOT = WS-SR-DISTINCT(WS-SR-SIZE)
                   MOVE WS-SR-SIZE TO WS-SR-BAD-SIZE
               END-IF
           END-PERFORM

           IF WS-SR-BAD-SIZE = 0
               ADD 1 TO TESTS-PASSED
               DISPLAY "  PASS: series 2..15 agrees at every size"
           ELSE
               ADD 1 TO TESTS-FAILED
               DISPLAY "  FAIL: series size " WS-SR-BAD-SIZE
                       " gives " WS-SR-DISTINCT(WS-SR-BAD-SIZE)
                       " vs table " WS-DISTINCT
           END-IF.

      *>   One key set built for 2..15 must answer both the 2..12
      *>   and the 2..15 request exactly as the table method does
      *>   when each is run from scratch.
       TEST-SHARED-KEY-SET-15.
           ADD 1 TO TESTS-RUN.
           MOVE 15 TO WS-MAX.
           PERFORM BUILD-SHARED-KEY-SET.
           MOVE 0 TO WS-KS-BAD-SIZE

           MOVE 12 TO WS-KS-MAX
           PERFORM COUNT-FROM-KEY-SET
           MOVE 12 TO WS-MAX
           PERFORM CALCULATE-DISTINCT
           IF WS-KS-DISTINCT NOT = WS-DISTINCT
              OR WS-KS-TAKEN NOT = 121
               MOVE 12 TO WS-KS-BAD-SIZE
           ELSE
               MOVE 15 TO WS-KS-MAX
               PERFORM COUNT-FROM-KEY-SET
               MOVE 15 TO WS-MAX
               PERFORM CALCULATE-DISTINCT
               IF WS-KS-DISTINCT NOT = WS-DISTINCT
                  OR WS-KS-TAKEN NOT = 196
                   MOVE 15 TO WS-KS-BAD-SIZE
               END-IF
           END-IF

           IF WS-KS-BAD-SIZE = 0
               ADD 1 TO TESTS-PASSED
               DISPLAY "  PASS: shared key set answers 2..12, 2..15"
           ELSE
               ADD 1 TO TESTS-FAILED
               DISPLAY "  FAIL: shared key set at " WS-KS-BAD-SIZE
                       " gives " WS-KS-DISTINCT
                       " vs table " WS-DISTINCT
           END-IF.

       BUILD-SHARED-KEY-SET.
           MOVE 0 TO WS-KS-COUNT
           PERFORM VARYING WS-A FROM 2 BY 1
                   UNTIL WS-A > WS-MAX
               PERFORM VARYING WS-B FROM 2 BY 1
                       UNTIL WS-B > WS-MAX
                   ADD 1 TO WS-KS-COUNT
                   PERFORM COMPUTE-POWER-KEY
                   MOVE WS-POWER-KEY TO WS-KS-KEY(WS-KS-COUNT)
                   MOVE WS-A TO WS-KS-GEN-A(WS-KS-COUNT)
                   MOVE WS-B TO WS-KS-GEN-B(WS-KS-COUNT)
               END-PERFORM
           END-PERFORM

           SORT WS-KS-POWER ON ASCENDING KEY WS-KS-KEY
                                             WS-KS-GEN-A
                                             WS-KS-GEN-B.

      *>   Distinct keys among the set's pairs inside 2..WS-KS-MAX;
      *>   WS-KS-TAKEN is the pairs taken, which must be the full
      *>   square for the answer to stand.
       COUNT-FROM-KEY-SET.
           MOVE 0 TO WS-KS-DISTINCT
           MOVE 0 TO WS-KS-TAKEN
           MOVE SPACES TO WS-PREV-KEY
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KS-COUNT
               IF WS-KS-GEN-A(WS-IDX) NOT > WS-KS-MAX
                  AND WS-KS-GEN-B(WS-IDX) NOT > WS-KS-MAX
                   ADD 1 TO WS-KS-TAKEN
                   IF WS-KS-KEY(WS-IDX) NOT = WS-PREV-KEY
                       ADD 1 TO WS-KS-DISTINCT
                       MOVE WS-KS-KEY(WS-IDX) TO WS-PREV-KEY
                   END-IF
               END-IF
           END-PERFORM.

       CALCULATE-SERIES.
           MOVE 0 TO WS-SR-COUNT
           PERFORM VARYING WS-SR-SIZE FROM 1 BY 1
                   UNTIL WS-SR-SIZE > 15
               MOVE 0 TO WS-SR-NEW(WS-SR-SIZE)
               MOVE 0 TO WS-SR-DISTINCT(WS-SR-SIZE)
           END-PERFORM

           PERFORM VARYING WS-A FROM 2 BY 1
                   UNTIL WS-A > WS-MAX
               PERFORM VARYING WS-B FROM 2 BY 1
                       UNTIL WS-B > WS-MAX
                   ADD 1 TO WS-SR-COUNT
                   PERFORM COMPUTE-POWER-KEY
                   MOVE WS-POWER-KEY TO WS-SR-KEY(WS-SR-COUNT)
                   IF WS-A > WS-B
                       MOVE WS-A TO WS-SR-PAIR-SIZE(WS-SR-COUNT)
                   ELSE
                       MOVE WS-B TO WS-SR-PAIR-SIZE(WS-SR-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM

           SORT WS-SR-POWER ON ASCENDING KEY WS-SR-KEY.

           MOVE WS-SR-KEY(1) TO WS-PREV-KEY
           MOVE WS-SR-PAIR-SIZE(1) TO WS-SR-GROUP-SIZE
           PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > WS-SR-COUNT
               IF WS-SR-KEY(WS-IDX) NOT = WS-PREV-KEY
                   ADD 1 TO WS-SR-NEW(WS-SR-GROUP-SIZE)
                   MOVE WS-SR-KEY(WS-IDX) TO WS-PREV-KEY
                   MOVE WS-SR-PAIR-SIZE(WS-IDX) TO WS-SR-GROUP-SIZE
               ELSE
                   IF WS-SR-PAIR-SIZE(WS-IDX) < WS-SR-GROUP-SIZE
                       MOVE WS-SR-PAIR-SIZE(WS-IDX)
                            TO WS-SR-GROUP-SIZE
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-SR-NEW(WS-SR-GROUP-SIZE)

           MOVE 0 TO WS-SR-RUNNING
           PERFORM VARYING WS-SR-SIZE FROM 2 BY 1
                   UNTIL WS-SR-SIZE > WS-MAX
               ADD WS-SR-NEW(WS-SR-SIZE) TO WS-SR-RUNNING
               MOVE WS-SR-RUNNING TO WS-SR-DISTINCT(WS-SR-SIZE)
           END-PERFORM.

      *>   The independent method over the same 2..WS-MAX square
      *>   range the table method uses.
       CALCULATE-VERIFY-DISTINCT.
