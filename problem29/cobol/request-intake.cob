       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUEST-INTAKE.
      *> Batch intake of range requests sent by other departments'
      *> systems (INTAKEIN.DAT - see INTAKREQ.CPY) onto the
      *> DISTINCT-POWERS ad-hoc request deck (RANGEADH.DAT), the
      *> same deck RANGE-ENTRY maintains on-line and the nightly
      *> build consumes.  Requests those systems already hold in
      *> machine form no longer have to be re-keyed at a terminal.
      *>
      *> The batch is proved before anything is applied: it must
      *> open with its header and close with its trailer, the
      *> trailer's record count and bound hash total must agree with
      *> the details, and the sender must not already have had a
      *> batch of that number applied (INTAKHST.DAT - see
      *> INTAKHST.CPY).  A batch that fails any of these is refused
      *> whole, so a short or doubled transmission can never put
      *> half a batch, or the same batch twice, in front of the
      *> nightly run.
      *>
      *> Each detail of a proven batch then gets exactly the edits a
      *> card gets at night - VALIDATE-REQUEST's bound edits and the
      *> value-list and series edits, worded with the same reject
      *> reasons - plus RANGE-ENTRY's field edits and the AUTHCHK
      *> authorization check RANGE-ENTRY makes, so anything accepted
      *> here will run, and anything the nightly job would reject is
      *> turned back to the sender tonight instead of tomorrow
      *> morning.  Accepted details go onto the end of the deck as
      *> RANGEREQ.CPY cards, each one journaled on MNTJRNL.DAT (see
      *> MNTJRNL.CPY) under the sending system's ID, like any other
      *> card added to the deck.
      *>
      *> Every batch read is answered with an acknowledgment
      *> (INTAKACK.DAT - see INTAKACK.CPY) listing each detail as
      *> accepted or rejected with its reason, and is logged on the
      *> batch history, applied or refused.
      *>
      *> RETURN-CODE 0 when every detail was accepted, 4 when some
      *> were rejected, 8 when the batch was refused, 16 when a file
      *> could not be opened or written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN TO "INTAKEIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.
           SELECT INTAKE-ACK-FILE ASSIGN TO "INTAKACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT BATCH-HISTORY-FILE ASSIGN TO "INTAKHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RANGE-CARD-FILE ASSIGN TO "RANGEADH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-CARD-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE.
           COPY INTAKREQ.

       FD  INTAKE-ACK-FILE.
           COPY INTAKACK.

       FD  BATCH-HISTORY-FILE.
           COPY INTAKHST.

       FD  RANGE-CARD-FILE.
           COPY RANGEREQ.

       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-LINE      PIC X(195).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-INTAKE-STATUS    PIC X(02).
           05  WS-ACK-STATUS       PIC X(02).
           05  WS-HISTORY-STATUS   PIC X(02).
           05  WS-RANGE-CARD-STATUS PIC X(02).
           05  WS-JOURNAL-STATUS   PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-RUN-DATE         PIC X(10).
           05  WS-RUN-TIME         PIC X(06).
           05  WS-SENDING-SYSTEM   PIC X(08) VALUE SPACES.
           05  WS-BATCH-NO         PIC X(06) VALUE SPACES.
           05  WS-BATCH-REASON     PIC X(20) VALUE SPACES.
           05  WS-REJECT-REASON    PIC X(20).
           05  WS-DETAIL-COUNT     PIC 9(06) VALUE 0.
           05  WS-ACCEPTED-COUNT   PIC 9(06) VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(06) VALUE 0.
           05  WS-HASH-TOTAL       PIC 9(12) VALUE 0.
           05  WS-DECK-COUNT       PIC 9(05) VALUE 0.
           05  WS-EDIT-A-MIN       PIC 999.
           05  WS-EDIT-A-MAX       PIC 999.
           05  WS-EDIT-B-MIN       PIC 999.
           05  WS-EDIT-B-MAX       PIC 999.
           05  WS-EDIT-COMBOS      PIC 9(06).
           05  WS-LV-COUNT         PIC 99.
           05  WS-LV-IDX           PIC 99.
           05  WS-LV-JDX           PIC 99.
           05  WS-LV-POS           PIC 99.
           05  WS-LV-MIN           PIC 999.
           05  WS-LV-MAX           PIC 999.

      *>   Same bounds VALIDATE-REQUEST in DISTINCT-POWERS enforces,
      *>   and the same 500-card deck ceiling RANGE-ENTRY keeps.
           05  WS-RANGE-FLOOR      PIC 999 VALUE 2.
           05  WS-RANGE-CEILING    PIC 999 VALUE 500.
           05  WS-DECK-CEILING     PIC 9(05) VALUE 500.

       01  WS-LIST-VALUES.
           05  WS-LV-VALUE OCCURS 15 TIMES PIC 999.

           COPY AUTHCHK.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EOF-REACHED             VALUE "Y".
           05  WS-HEADER-SWITCH    PIC X(01) VALUE "N".
               88  HEADER-SEEN             VALUE "Y".
           05  WS-TRAILER-SWITCH   PIC X(01) VALUE "N".
               88  TRAILER-SEEN            VALUE "Y".
           05  WS-DETAIL-VALID-SWITCH PIC X(01) VALUE "Y".
               88  DETAIL-IS-VALID         VALUE "Y".
           05  WS-FILES-OPEN-SWITCH PIC X(01) VALUE "N".
               88  APPLY-FILES-OPEN        VALUE "Y".

           COPY MNTJRNL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(9:6) TO WS-RUN-TIME

           PERFORM PROVE-BATCH
           IF RETURN-CODE = 16
               STOP RUN
           END-IF
           IF WS-BATCH-REASON = SPACES
               PERFORM CHECK-DUPLICATE-BATCH
           END-IF
           IF RETURN-CODE = 16
               STOP RUN
           END-IF

           IF WS-BATCH-REASON = SPACES
               PERFORM OPEN-APPLY-FILES
               IF NOT APPLY-FILES-OPEN
                   DISPLAY "ERROR: BATCH NOT APPLIED - RANGEADH.DAT "
                           "NOT CHANGED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM OPEN-HISTORY-FOR-APPEND
               IF RETURN-CODE = 16
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT INTAKE-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ERROR: INTAKE-ACK-FILE OPEN STATUS "
                       WS-ACK-STATUS
               DISPLAY "ERROR: BATCH NOT APPLIED - RANGEADH.DAT "
                       "NOT CHANGED"
               PERFORM CLOSE-APPLY-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ACK-HEADER
           PERFORM APPLY-BATCH-DETAILS
           PERFORM WRITE-ACK-TRAILER
           PERFORM WRITE-BATCH-HISTORY

           CLOSE INTAKE-ACK-FILE
           PERFORM CLOSE-APPLY-FILES

           DISPLAY "INTAKE BATCH " WS-SENDING-SYSTEM " " WS-BATCH-NO
                   ": " WS-DETAIL-COUNT " READ, " WS-ACCEPTED-COUNT
                   " ACCEPTED, " WS-REJECTED-COUNT " REJECTED"
           IF WS-BATCH-REASON NOT = SPACES
               DISPLAY "BATCH REFUSED: " WS-BATCH-REASON
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *>   First pass: the batch's shape and balance.  Nothing is
      *>   edited or applied here - a batch must prove whole before
      *>   any one of its cards is looked at.  The first fault found
      *>   is the reason the batch is refused.
       PROVE-BATCH.
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               DISPLAY "ERROR: INTAKE-FILE OPEN STATUS "
                       WS-INTAKE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL EOF-REACHED
                   READ INTAKE-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM PROVE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FILE

               IF WS-BATCH-REASON = SPACES
                   EVALUATE TRUE
                       WHEN NOT HEADER-SEEN
                           MOVE "NO BATCH HEADER" TO WS-BATCH-REASON
                       WHEN NOT TRAILER-SEEN
                           MOVE "NO BATCH TRAILER" TO WS-BATCH-REASON
                   END-EVALUATE
               END-IF
           END-IF.

       PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-BATCH-REASON NOT = SPACES
                   CONTINUE
               WHEN TRAILER-SEEN
                   MOVE "RECORD AFTER TRAILER" TO WS-BATCH-REASON
               WHEN IR-HEADER
                   IF HEADER-SEEN
                       MOVE "EXTRA BATCH HEADER" TO WS-BATCH-REASON
                   ELSE
                       SET HEADER-SEEN TO TRUE
                       MOVE IR-HD-SENDING-SYSTEM TO WS-SENDING-SYSTEM
                       MOVE IR-HEADER-DATA(9:6) TO WS-BATCH-NO
                       IF IR-HD-SENDING-SYSTEM = SPACES
                          OR IR-HD-BATCH-NO IS NOT NUMERIC
                           MOVE "BAD BATCH HEADER" TO WS-BATCH-REASON
                       END-IF
                   END-IF
               WHEN NOT HEADER-SEEN
                   MOVE "NO BATCH HEADER" TO WS-BATCH-REASON
               WHEN IR-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM ADD-DETAIL-TO-HASH
               WHEN IR-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   IF IR-TR-RECORD-COUNT IS NOT NUMERIC
                      OR IR-TR-RECORD-COUNT NOT = WS-DETAIL-COUNT
                       MOVE "RECORD COUNT OFF" TO WS-BATCH-REASON
                   ELSE
                       IF IR-TR-HASH-TOTAL IS NOT NUMERIC
                          OR IR-TR-HASH-TOTAL NOT = WS-HASH-TOTAL
                           MOVE "HASH TOTAL OFF" TO WS-BATCH-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "BAD RECORD TYPE" TO WS-BATCH-REASON
           END-EVALUATE.

       ADD-DETAIL-TO-HASH.
           MOVE IR-REQUEST TO RANGE-REQUEST-RECORD
           IF RR-A-MIN IS NUMERIC AND RR-A-MAX IS NUMERIC
              AND RR-B-MIN IS NUMERIC AND RR-B-MAX IS NUMERIC
               MOVE RR-A-MIN TO WS-EDIT-A-MIN
               MOVE RR-A-MAX TO WS-EDIT-A-MAX
               MOVE RR-B-MIN TO WS-EDIT-B-MIN
               MOVE RR-B-MAX TO WS-EDIT-B-MAX
               ADD WS-EDIT-A-MIN WS-EDIT-A-MAX
                   WS-EDIT-B-MIN WS-EDIT-B-MAX TO WS-HASH-TOTAL
           END-IF.

      *>   A batch number is spent only once the batch is applied; a
      *>   refused batch may come back corrected under its number.
      *>   No history yet (status 35) means no batch was ever taken.
       CHECK-DUPLICATE-BATCH.
           OPEN INPUT BATCH-HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL EOF-REACHED
                       READ BATCH-HISTORY-FILE
                           AT END
                               SET EOF-REACHED TO TRUE
                           NOT AT END
                               IF BH-SENDING-SYSTEM = WS-SENDING-SYSTEM
                                  AND BH-BATCH-NO = WS-BATCH-NO
                                  AND BH-APPLIED
                                   MOVE "DUPLICATE BATCH"
                                        TO WS-BATCH-REASON
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BATCH-HISTORY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: BATCH-HISTORY-FILE OPEN STATUS "
                           WS-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *>   Everything a proven batch writes is opened before the
      *>   first card goes out, so a file that will not open leaves
      *>   the deck exactly as it was.  The deck is counted first for
      *>   RANGE-ENTRY's 500-card ceiling; the history and the
      *>   journal are permanent and extended, created only the first
      *>   time - the skip log's pattern.
       OPEN-APPLY-FILES.
           MOVE 0 TO WS-DECK-COUNT
           OPEN INPUT RANGE-CARD-FILE
           EVALUATE WS-RANGE-CARD-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL EOF-REACHED
                       READ RANGE-CARD-FILE
                           AT END
                               SET EOF-REACHED TO TRUE
                           NOT AT END
                               ADD 1 TO WS-DECK-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE RANGE-CARD-FILE
               WHEN "35"
                   MOVE "00" TO WS-RANGE-CARD-STATUS
               WHEN OTHER
                   DISPLAY "ERROR: RANGE-CARD-FILE OPEN STATUS "
                           WS-RANGE-CARD-STATUS
           END-EVALUATE

           IF WS-RANGE-CARD-STATUS = "00"
               PERFORM OPEN-HISTORY-FOR-APPEND
           END-IF

           IF WS-RANGE-CARD-STATUS = "00" AND RETURN-CODE NOT = 16
               OPEN EXTEND MAINT-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT MAINT-JOURNAL-FILE
               END-IF
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "ERROR: MAINT-JOURNAL-FILE OPEN STATUS "
                           WS-JOURNAL-STATUS
                   CLOSE BATCH-HISTORY-FILE
               ELSE
                   OPEN EXTEND RANGE-CARD-FILE
                   IF WS-RANGE-CARD-STATUS NOT = "00"
                       OPEN OUTPUT RANGE-CARD-FILE
                   END-IF
                   IF WS-RANGE-CARD-STATUS NOT = "00"
                       DISPLAY "ERROR: RANGE-CARD-FILE OPEN STATUS "
                               WS-RANGE-CARD-STATUS
                       CLOSE BATCH-HISTORY-FILE
                       CLOSE MAINT-JOURNAL-FILE
                   ELSE
                       SET APPLY-FILES-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF.

       OPEN-HISTORY-FOR-APPEND.
           OPEN EXTEND BATCH-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT BATCH-HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: BATCH-HISTORY-FILE OPEN STATUS "
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-APPLY-FILES.
           CLOSE BATCH-HISTORY-FILE
           IF APPLY-FILES-OPEN
               CLOSE RANGE-CARD-FILE
               CLOSE MAINT-JOURNAL-FILE
           END-IF.

       WRITE-ACK-HEADER.
           MOVE SPACES TO INTAKE-ACK-RECORD
           SET IA-HEADER TO TRUE
           MOVE WS-SENDING-SYSTEM TO IA-HD-SENDING-SYSTEM
           MOVE WS-BATCH-NO TO IA-HD-BATCH-NO
           MOVE WS-CURRENT-DATE(1:8) TO IA-HD-RECEIVED-DATE
           MOVE WS-RUN-TIME TO IA-HD-RECEIVED-TIME
           IF WS-BATCH-REASON = SPACES
               SET IA-BATCH-APPLIED TO TRUE
           ELSE
               SET IA-BATCH-REFUSED TO TRUE
               MOVE WS-BATCH-REASON TO IA-HD-BATCH-REASON
           END-IF
           PERFORM WRITE-ACK-RECORD.

      *>   Second pass: every detail is answered on the
      *>   acknowledgment in batch order.  In a refused batch each
      *>   one carries the batch's reason and nothing is edited or
      *>   applied; a batch refused for its shape is answered for
      *>   whatever details it did carry.
       APPLY-BATCH-DETAILS.
           MOVE 0 TO WS-DETAIL-COUNT
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               DISPLAY "ERROR: INTAKE-FILE OPEN STATUS "
                       WS-INTAKE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL EOF-REACHED
                   READ INTAKE-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF IR-DETAIL
                               PERFORM APPLY-ONE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FILE
           END-IF.

       APPLY-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE IR-REQUEST TO RANGE-REQUEST-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "Y" TO WS-DETAIL-VALID-SWITCH

           IF WS-BATCH-REASON NOT = SPACES
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE WS-BATCH-REASON TO WS-REJECT-REASON
           ELSE
               PERFORM EDIT-INTAKE-REQUEST
               IF DETAIL-IS-VALID AND WS-DECK-COUNT >= WS-DECK-CEILING
                   MOVE "N" TO WS-DETAIL-VALID-SWITCH
                   MOVE "AD-HOC DECK FULL" TO WS-REJECT-REASON
               END-IF
               IF DETAIL-IS-VALID
                   PERFORM ADD-CARD-TO-DECK
               END-IF
           END-IF

           MOVE SPACES TO INTAKE-ACK-RECORD
           SET IA-DETAIL TO TRUE
           MOVE WS-DETAIL-COUNT TO IA-RECORD-NO
           MOVE IR-SENDER-REF TO IA-SENDER-REF
           MOVE IR-REQUEST(1:12) TO IA-RANGE-KEY
           IF DETAIL-IS-VALID
               SET IA-ACCEPTED TO TRUE
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               SET IA-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO IA-REASON
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM WRITE-ACK-RECORD.

      *>   The nightly job's edits, in its order and with its reject
      *>   wording, then RANGE-ENTRY's field edits, then the
      *>   authorization check once the bounds are known good.  The
      *>   first failure is the reason given.
       EDIT-INTAKE-REQUEST.
           IF RR-A-MIN IS NOT NUMERIC OR RR-A-MAX IS NOT NUMERIC
              OR RR-B-MIN IS NOT NUMERIC OR RR-B-MAX IS NOT NUMERIC
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "NON-NUMERIC RANGE" TO WS-REJECT-REASON
           ELSE
               MOVE RR-A-MIN TO WS-EDIT-A-MIN
               MOVE RR-A-MAX TO WS-EDIT-A-MAX
               MOVE RR-B-MIN TO WS-EDIT-B-MIN
               MOVE RR-B-MAX TO WS-EDIT-B-MAX
               IF WS-EDIT-A-MIN < WS-RANGE-FLOOR
                  OR WS-EDIT-A-MAX > WS-RANGE-CEILING
                  OR WS-EDIT-A-MIN > WS-EDIT-A-MAX
                  OR WS-EDIT-B-MIN < WS-RANGE-FLOOR
                  OR WS-EDIT-B-MAX > WS-RANGE-CEILING
                  OR WS-EDIT-B-MIN > WS-EDIT-B-MAX
                   MOVE "N" TO WS-DETAIL-VALID-SWITCH
                   MOVE "RANGE OUT OF BOUNDS" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF DETAIL-IS-VALID
               EVALUATE TRUE
                   WHEN RR-VALUE-LIST
                       PERFORM EDIT-INTAKE-LIST
                   WHEN RR-SERIES
                       IF WS-EDIT-A-MIN NOT = WS-RANGE-FLOOR
                          OR WS-EDIT-B-MIN NOT = WS-RANGE-FLOOR
                          OR WS-EDIT-A-MAX NOT = WS-EDIT-B-MAX
                           MOVE "N" TO WS-DETAIL-VALID-SWITCH
                           MOVE "BAD SERIES BOUNDS" TO WS-REJECT-REASON
                       END-IF
                   WHEN RR-REQ-TYPE = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-DETAIL-VALID-SWITCH
                       MOVE "BAD REQUEST TYPE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF DETAIL-IS-VALID
               EVALUATE TRUE
                   WHEN RR-RECOMPUTE NOT = "Y" AND NOT = "N"
                                     AND NOT = SPACE
                       MOVE "BAD RECOMPUTE FLAG" TO WS-REJECT-REASON
                   WHEN RR-REQUESTOR-ID = SPACES
                       MOVE "NO REQUESTOR ID" TO WS-REJECT-REASON
                   WHEN RR-DEPT = SPACES
                       MOVE "NO DEPARTMENT" TO WS-REJECT-REASON
                   WHEN RR-PRIORITY < "1" OR RR-PRIORITY > "9"
                       MOVE "BAD PRIORITY" TO WS-REJECT-REASON
                   WHEN RR-DATE-NEEDED NOT = SPACES
                        AND RR-DATE-NEEDED IS NOT NUMERIC
                       MOVE "BAD DATE NEEDED" TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                   MOVE "N" TO WS-DETAIL-VALID-SWITCH
               END-IF
           END-IF

           IF DETAIL-IS-VALID
               PERFORM EDIT-INTAKE-AUTHORIZATION
           END-IF.

      *>   VALIDATE-LIST-REQUEST's edits for a value-list card: a
      *>   good count, every entry numeric and in bounds, no
      *>   duplicates, and the punched A bounds equal to the list's
      *>   own smallest and largest entries.
       EDIT-INTAKE-LIST.
           IF RR-LIST-COUNT IS NOT NUMERIC
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "BAD LIST COUNT" TO WS-REJECT-REASON
           ELSE
               MOVE RR-LIST-COUNT TO WS-LV-COUNT
               IF WS-LV-COUNT = 0 OR WS-LV-COUNT > 15
                   MOVE "N" TO WS-DETAIL-VALID-SWITCH
                   MOVE "BAD LIST COUNT" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF DETAIL-IS-VALID
               PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                       UNTIL WS-LV-IDX > WS-LV-COUNT
                   IF RR-A-VALUE(WS-LV-IDX) IS NOT NUMERIC
                       MOVE "N" TO WS-DETAIL-VALID-SWITCH
                       MOVE "NON-NUMERIC LIST VALUE"
                            TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF

           IF DETAIL-IS-VALID
               MOVE WS-RANGE-CEILING TO WS-LV-MIN
               MOVE WS-RANGE-FLOOR   TO WS-LV-MAX
               PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                       UNTIL WS-LV-IDX > WS-LV-COUNT
                   MOVE RR-A-VALUE(WS-LV-IDX)
                        TO WS-LV-VALUE(WS-LV-IDX)
                   IF WS-LV-VALUE(WS-LV-IDX) < WS-RANGE-FLOOR
                      OR WS-LV-VALUE(WS-LV-IDX) > WS-RANGE-CEILING
                       MOVE "N" TO WS-DETAIL-VALID-SWITCH
                       MOVE "LIST VALUE OUT OF BOUNDS"
                            TO WS-REJECT-REASON
                   END-IF
                   IF WS-LV-VALUE(WS-LV-IDX) < WS-LV-MIN
                       MOVE WS-LV-VALUE(WS-LV-IDX) TO WS-LV-MIN
                   END-IF
                   IF WS-LV-VALUE(WS-LV-IDX) > WS-LV-MAX
                       MOVE WS-LV-VALUE(WS-LV-IDX) TO WS-LV-MAX
                   END-IF
               END-PERFORM
           END-IF

           IF DETAIL-IS-VALID
               PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                       UNTIL WS-LV-IDX >= WS-LV-COUNT
                   COMPUTE WS-LV-POS = WS-LV-IDX + 1
                   PERFORM VARYING WS-LV-JDX FROM WS-LV-POS
                           BY 1 UNTIL WS-LV-JDX > WS-LV-COUNT
                       IF WS-LV-VALUE(WS-LV-IDX)
                          = WS-LV-VALUE(WS-LV-JDX)
                           MOVE "N" TO WS-DETAIL-VALID-SWITCH
                           MOVE "DUPLICATE LIST VALUE"
                                TO WS-REJECT-REASON
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF

           IF DETAIL-IS-VALID
               IF WS-LV-MIN NOT = WS-EDIT-A-MIN
                  OR WS-LV-MAX NOT = WS-EDIT-A-MAX
                   MOVE "N" TO WS-DETAIL-VALID-SWITCH
                   MOVE "LIST BOUNDS MISMATCH" TO WS-REJECT-REASON
               END-IF
           END-IF.

      *>   The AUTHCHK call RANGE-ENTRY makes, sized the way the
      *>   nightly AUTHORIZE-ONE-ENTRY sizes a card: list entries
      *>   times the B span for a value list, the rectangle
      *>   otherwise.  An unavailable master checks nothing here,
      *>   exactly as at the terminal - the nightly job checks again.
       EDIT-INTAKE-AUTHORIZATION.
           IF RR-VALUE-LIST
               COMPUTE WS-EDIT-COMBOS = WS-LV-COUNT
                       * (WS-EDIT-B-MAX - WS-EDIT-B-MIN + 1)
           ELSE
               COMPUTE WS-EDIT-COMBOS =
                       (WS-EDIT-A-MAX - WS-EDIT-A-MIN + 1)
                       * (WS-EDIT-B-MAX - WS-EDIT-B-MIN + 1)
           END-IF
           MOVE RR-REQUESTOR-ID TO AC-REQUESTOR-ID
           MOVE RR-DEPT TO AC-DEPT
           MOVE RR-PRIORITY TO AC-PRIORITY
           MOVE WS-EDIT-COMBOS TO AC-COMBINATIONS
           CALL "AUTHCHK" USING AUTH-CHECK-AREA
           IF AC-REASON NOT = SPACES
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE AC-REASON TO WS-REJECT-REASON
           END-IF.

      *>   The card goes on the end of the deck, then onto the
      *>   journal as an add by the sending system, as RANGE-ENTRY
      *>   journals an add by an operator.  A card that will not
      *>   write is rejected back to the sender rather than
      *>   acknowledged.
       ADD-CARD-TO-DECK.
           WRITE RANGE-REQUEST-RECORD
           IF WS-RANGE-CARD-STATUS NOT = "00"
               DISPLAY "ERROR: RANGE-CARD-FILE WRITE STATUS "
                       WS-RANGE-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "NOT APPLIED - RESEND" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-DECK-COUNT
               MOVE SPACES TO MAINT-JOURNAL-RECORD
               MOVE WS-RUN-DATE TO MJ-DATE
               MOVE WS-RUN-TIME TO MJ-TIME
               MOVE WS-SENDING-SYSTEM TO MJ-OPERATOR-ID
               SET MJ-ADHOC-DECK TO TRUE
               SET MJ-ADDED TO TRUE
               MOVE WS-DECK-COUNT TO MJ-ENTRY-NO
               MOVE RANGE-REQUEST-RECORD TO MJ-AFTER-IMAGE
               WRITE MAINT-JOURNAL-LINE FROM MAINT-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "ERROR: MAINT-JOURNAL-FILE WRITE STATUS "
                           WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-ACK-TRAILER.
           MOVE SPACES TO INTAKE-ACK-RECORD
           SET IA-TRAILER TO TRUE
           MOVE WS-DETAIL-COUNT TO IA-TR-RECORD-COUNT
           MOVE WS-ACCEPTED-COUNT TO IA-TR-ACCEPTED
           MOVE WS-REJECTED-COUNT TO IA-TR-REJECTED
           PERFORM WRITE-ACK-RECORD.

       WRITE-ACK-RECORD.
           WRITE INTAKE-ACK-RECORD
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ERROR: INTAKE-ACK-FILE WRITE STATUS "
                       WS-ACK-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-BATCH-HISTORY.
           MOVE SPACES TO INTAKE-BATCH-HISTORY-RECORD
           MOVE WS-SENDING-SYSTEM TO BH-SENDING-SYSTEM
           MOVE WS-BATCH-NO TO BH-BATCH-NO
           MOVE WS-RUN-DATE TO BH-RECEIVED-DATE
           MOVE WS-RUN-TIME TO BH-RECEIVED-TIME
           IF WS-BATCH-REASON = SPACES
               SET BH-APPLIED TO TRUE
           ELSE
               SET BH-REFUSED TO TRUE
               MOVE WS-BATCH-REASON TO BH-REASON
           END-IF
           MOVE WS-DETAIL-COUNT TO BH-DETAIL-COUNT
           MOVE WS-ACCEPTED-COUNT TO BH-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT TO BH-REJECTED-COUNT
           WRITE INTAKE-BATCH-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: BATCH-HISTORY-FILE WRITE STATUS "
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
