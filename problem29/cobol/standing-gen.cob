      *> RANGEIN.DAT instead of anyone re-punching the same cards:
      *> every active standing request on the standing master
      *> (STANDREQ.CPY) that is due tonight - daily, weekly on its
      *> registered day, or month-end on the month's last business
      *> night - becomes a RANGEREQ.CPY card carrying the registered
      *> requestor, department, and priority, with the date needed
      *> left blank - recurring work runs on its registered priority
      *> and remains deferrable by the window governor; deadline
      *> is how recurring work went missing before this program
      *> existed, and the one night the master fails to mount must
      *> not look like a night with nothing due.
      *>
      *> "Tonight" is read off the shop calendar (SHOPCAL.CPY,
      *> through CALCHK): month-end work runs on the month's last
      *> BUSINESS night, daily work does not run on a holiday, and a
      *> blackout night generates no standing cards at all and
      *> leaves the ad-hoc deck in place for the next night.  Every
      *> card the calendar holds back is written to the skip log
      *> (STANDSKP.CPY) so the gap is on file, not just on the job
      *> log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RANGE-CARD-FILE ASSIGN TO "RANGEIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-CARD-STATUS.
           SELECT STANDING-SKIP-FILE ASSIGN TO "STANDSKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDSKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-CARD-FILE.
           COPY RANGEREQ.

       FD  STANDING-SKIP-FILE.
           COPY STANDSKP.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-STANDMST-STATUS  PIC X(02).
           05  WS-ADHOC-STATUS     PIC X(02).
           05  WS-RANGE-CARD-STATUS PIC X(02).
           05  WS-STANDSKP-STATUS  PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-RUN-DATE         PIC X(10).
           05  WS-TODAY-KEY        PIC X(08).
           05  WS-TODAY-NUM        PIC 9(08).
           05  WS-TODAY-INT        PIC 9(08).
           05  WS-NEXT-BUSINESS-X  PIC X(08).
           05  WS-NIGHT-DESC       PIC X(20).
           05  WS-SKIP-REASON      PIC X(08).
           05  WS-WEEK-DAY         PIC 9(01).
           05  WS-WEEK-DAY-X       PIC X(01).
           05  WS-DUE-COUNT        PIC 9(05) VALUE 0.
           05  WS-SKIP-COUNT       PIC 9(05) VALUE 0.
           05  WS-SUSP-COUNT       PIC 9(05) VALUE 0.
           05  WS-ADHOC-COUNT      PIC 9(05) VALUE 0.
           05  WS-HELD-COUNT       PIC 9(05) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  REQUEST-DUE-TONIGHT     VALUE "Y".
           05  WS-ADHOC-SWITCH     PIC X(01) VALUE "N".
               88  ADHOC-DECK-PRESENT      VALUE "Y".
           05  WS-BLACKOUT-SWITCH  PIC X(01) VALUE "N".
               88  TONIGHT-IS-BLACKOUT     VALUE "Y".
           05  WS-HOLIDAY-SWITCH   PIC X(01) VALUE "N".
               88  TONIGHT-IS-HOLIDAY      VALUE "Y".
           05  WS-SKIP-OPEN-SWITCH PIC X(01) VALUE "N".
               88  SKIP-LOG-OPEN           VALUE "Y".

           COPY CALCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WORK-OUT-TONIGHT
           PERFORM OPEN-RANGE-FILE-OUTPUT
           IF TONIGHT-IS-BLACKOUT
               PERFORM RECORD-BLACKOUT-NIGHT
           END-IF
           PERFORM GENERATE-STANDING-CARDS

      *>   A blackout night's RANGEIN is written empty (an empty
      *>   transaction file runs nothing - it is not the missing
      *>   file that brings on the default request) and the ad-hoc
      *>   deck is neither copied nor cleared: it rides the next
      *>   night instead.
           IF NOT TONIGHT-IS-BLACKOUT
               PERFORM COPY-ADHOC-CARDS
           END-IF
           CLOSE RANGE-CARD-FILE

           IF ADHOC-DECK-PRESENT
               PERFORM CLEAR-ADHOC-DECK
           END-IF
           IF SKIP-LOG-OPEN
               CLOSE STANDING-SKIP-FILE
           END-IF

           DISPLAY "STANDING-REQUEST-GEN: " WS-DUE-COUNT
                   " STANDING CARD(S) DUE, " WS-SKIP-COUNT
                   " NOT DUE, " WS-SUSP-COUNT " SUSPENDED, "
                   WS-HELD-COUNT " HELD BY THE CALENDAR, "
                   WS-ADHOC-COUNT " AD-HOC CARD(S) APPENDED"

           STOP RUN.
      *>   Tonight's calendar position, worked out once: the day
      *>   of the week for weekly requests (day 1 of the integer-date
      *>   epoch is a Monday, so MOD of the day number gives Monday 1
      *>   through Sunday 7); what the shop calendar makes of
      *>   tonight; and whether tonight is the month's last business
      *>   night - a business night whose next business day falls in
      *>   a new month.  With no calendar every day is a business
      *>   day, the next one is tomorrow, and the rule is the plain
      *>   last-night-of-the-month it always was.
       WORK-OUT-TONIGHT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-KEY
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
                   FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
           MOVE WS-WEEK-DAY TO WS-WEEK-DAY-X

           SET CQ-NEXT-BUSINESS TO TRUE
           MOVE WS-TODAY-KEY TO CQ-DATE
           CALL "CALCHK" USING CALENDAR-CHECK-AREA
           MOVE CQ-RESULT-DATE TO WS-NEXT-BUSINESS-X
           MOVE CQ-DESCRIPTION TO WS-NIGHT-DESC
           EVALUATE TRUE
               WHEN CQ-BLACKOUT
                   SET TONIGHT-IS-BLACKOUT TO TRUE
                   DISPLAY "STANDING-REQUEST-GEN: BLACKOUT NIGHT "
                           WS-NIGHT-DESC
                           " - NO STANDING CARDS GENERATED"
               WHEN CQ-HOLIDAY
                   SET TONIGHT-IS-HOLIDAY TO TRUE
                   DISPLAY "STANDING-REQUEST-GEN: HOLIDAY "
                           WS-NIGHT-DESC
                           " - DAILY STANDING CARDS NOT GENERATED"
               WHEN CQ-BUSINESS-DAY
                   IF WS-NEXT-BUSINESS-X(5:2) NOT = WS-TODAY-KEY(5:2)
                       SET TONIGHT-IS-MONTH-END TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>   RANGEIN.DAT is rebuilt from scratch every night - last
      *>   night's generated file must never ride again, the same
           ELSE
               PERFORM DECIDE-IF-DUE
               IF REQUEST-DUE-TONIGHT
                   EVALUATE TRUE
                       WHEN TONIGHT-IS-BLACKOUT
                           MOVE "BLACKOUT" TO WS-SKIP-REASON
                           PERFORM RECORD-HELD-REQUEST
                       WHEN TONIGHT-IS-HOLIDAY AND SR-FREQ-DAILY
                           MOVE "HOLIDAY " TO WS-SKIP-REASON
                           PERFORM RECORD-HELD-REQUEST
                       WHEN OTHER
                           PERFORM WRITE-STANDING-CARD
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
                   " PRI " SR-PRIORITY
                   " FREQ " SR-FREQUENCY.

      *>   The night itself goes on the skip log first, so a
      *>   blackout with nothing due is on file too.
       RECORD-BLACKOUT-NIGHT.
           MOVE "BLACKOUT" TO WS-SKIP-REASON
           PERFORM OPEN-SKIP-LOG
           MOVE SPACES TO STANDING-SKIP-RECORD
           MOVE WS-RUN-DATE TO SK-RUN-DATE
           MOVE WS-SKIP-REASON TO SK-REASON
           MOVE WS-NIGHT-DESC TO SK-DESCRIPTION
           PERFORM WRITE-SKIP-RECORD.

      *>   A standing request that was due tonight but that the
      *>   calendar held back - logged with its range and requestor
      *>   block so it can be put back by hand (RANGE-ENTRY) if the
      *>   department cannot wait for its next due night.
       RECORD-HELD-REQUEST.
           ADD 1 TO WS-HELD-COUNT
           PERFORM OPEN-SKIP-LOG
           MOVE SPACES TO STANDING-SKIP-RECORD
           MOVE WS-RUN-DATE     TO SK-RUN-DATE
           MOVE WS-SKIP-REASON  TO SK-REASON
           MOVE WS-NIGHT-DESC   TO SK-DESCRIPTION
           MOVE SR-A-MIN        TO SK-A-MIN
           MOVE SR-A-MAX        TO SK-A-MAX
           MOVE SR-B-MIN        TO SK-B-MIN
           MOVE SR-B-MAX        TO SK-B-MAX
           MOVE SR-REQUESTOR-ID TO SK-REQUESTOR-ID
           MOVE SR-DEPT         TO SK-DEPT
           MOVE SR-FREQUENCY    TO SK-FREQUENCY
           PERFORM WRITE-SKIP-RECORD
           DISPLAY "  HELD (" WS-SKIP-REASON "): A " SR-A-MIN "-"
                   SR-A-MAX " B " SR-B-MIN "-" SR-B-MAX
                   " " SR-REQUESTOR-ID " " SR-DEPT
                   " FREQ " SR-FREQUENCY.

      *>   The skip log is permanent, so it is extended, created only
      *>   the first time; it is opened only on a night that has
      *>   something to record.
       OPEN-SKIP-LOG.
           IF NOT SKIP-LOG-OPEN
               OPEN EXTEND STANDING-SKIP-FILE
               IF WS-STANDSKP-STATUS NOT = "00"
                   OPEN OUTPUT STANDING-SKIP-FILE
               END-IF
               IF WS-STANDSKP-STATUS = "00"
                   SET SKIP-LOG-OPEN TO TRUE
               ELSE
                   DISPLAY "WARNING: STANDING-SKIP-FILE OPEN STATUS "
                           WS-STANDSKP-STATUS
                           " - SKIPS NOT LOGGED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-SKIP-RECORD.
           IF SKIP-LOG-OPEN
               WRITE STANDING-SKIP-RECORD
               IF WS-STANDSKP-STATUS NOT = "00"
                   DISPLAY "WARNING: STANDING-SKIP-FILE WRITE STATUS "
                           WS-STANDSKP-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *>   The ad-hoc deck rides behind the standing cards, byte for
      *>   byte as RANGE-ENTRY saved it.  Its absence just means no
      *>   one-off work tonight - the same treatment DISTINCT-POWERS
