       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHK.
      *> Shop calendar lookup.
      *>
      *> Called by every program with a date rule - STANDING-REQUEST-
      *> GEN for which standing work is due tonight, DISTINCT-POWERS
      *> and WINDOW-FORECAST for deadline escalation and the SLA
      *> section, FEED-RECON for aging - so "business day" means the
      *> same thing everywhere.  The questions it answers are listed
      *> in CALCHK.CPY.
      *>
      *> The calendar (SHOPCAL.CPY) holds exceptions only; a date
      *> with no record is a business day Monday through Friday and
      *> a weekend day otherwise.  It is opened INPUT on the first
      *> call and left open for the life of the run, as AUTHCHK
      *> leaves the authorization master open.  A calendar that will
      *> not open is reported once, and from then on every day is a
      *> business day - exactly the plain calendar-day arithmetic
      *> the system used before the calendar existed - so a missing
      *> calendar can make a night less clever but never stops it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-CALENDAR ASSIGN TO "SHOPCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOP-CALENDAR.
           COPY SHOPCAL.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-CAL-STATUS       PIC X(02).
           05  WS-DATE-NUM         PIC 9(08).
           05  WS-DATE-INT         PIC 9(08).
           05  WS-TO-NUM           PIC 9(08).
           05  WS-TO-INT           PIC 9(08).
           05  WS-DAY-INT          PIC 9(08).
           05  WS-WEEK-DAY         PIC 9(01).
           05  WS-TRIES            PIC 9(03).
           05  WS-LOOKUP-DATE      PIC X(08).
           05  WS-LOOKUP-TYPE      PIC X(01).
               88  LOOKUP-IS-BUSINESS      VALUE "B".
           05  WS-LOOKUP-DESC      PIC X(20).

       01  WS-SWITCHES.
           05  WS-FIRST-CALL-SWITCH PIC X(01) VALUE "Y".
               88  FIRST-CALL              VALUE "Y".
           05  WS-CAL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  CALENDAR-OPEN           VALUE "Y".

       LINKAGE SECTION.
           COPY CALCHK.

       PROCEDURE DIVISION USING CALENDAR-CHECK-AREA.
       MAIN-PROCEDURE.
           IF FIRST-CALL
               MOVE "N" TO WS-FIRST-CALL-SWITCH
               PERFORM OPEN-SHOP-CALENDAR
           END-IF

           IF CALENDAR-OPEN
               SET CQ-CALENDAR-CONSULTED TO TRUE
           ELSE
               SET CQ-CALENDAR-UNAVAILABLE TO TRUE
           END-IF
           MOVE SPACES TO CQ-RESULT-DATE
           MOVE SPACES TO CQ-DESCRIPTION
           MOVE 0 TO CQ-DAYS
           MOVE SPACE TO CQ-DAY-TYPE

      *>   Every question starts from CQ-DATE; one that is not a
      *>   real date is answered with a blank day type and nothing
      *>   else.
           IF CQ-DATE IS NUMERIC
               MOVE CQ-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   MOVE WS-DATE-INT TO WS-DAY-INT
                   PERFORM CLASSIFY-ONE-DAY
                   MOVE WS-LOOKUP-TYPE TO CQ-DAY-TYPE
                   MOVE WS-LOOKUP-DESC TO CQ-DESCRIPTION
                   IF CQ-NEXT-BUSINESS
                       PERFORM FIND-NEXT-BUSINESS-DAY
                   END-IF
                   IF CQ-COUNT-BUSINESS
                       PERFORM COUNT-BUSINESS-DAYS
                   END-IF
               END-IF
           END-IF
           GOBACK.

       OPEN-SHOP-CALENDAR.
           OPEN INPUT SHOP-CALENDAR
           IF WS-CAL-STATUS = "00"
               SET CALENDAR-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: SHOP-CALENDAR UNAVAILABLE, STATUS "
                       WS-CAL-STATUS
                       " - EVERY DAY TREATED AS A BUSINESS DAY"
           END-IF.

      *>   Walk forward a day at a time.  A year with no business
      *>   day in it is a calendar nobody meant to build; the walk
      *>   gives up after 366 days and answers the next calendar day
      *>   rather than loop.
       FIND-NEXT-BUSINESS-DAY.
           MOVE "N" TO WS-LOOKUP-TYPE
           MOVE WS-DATE-INT TO WS-DAY-INT
           PERFORM VARYING WS-TRIES FROM 1 BY 1
                   UNTIL WS-TRIES > 366 OR LOOKUP-IS-BUSINESS
               ADD 1 TO WS-DAY-INT
               PERFORM CLASSIFY-ONE-DAY
           END-PERFORM
           IF NOT LOOKUP-IS-BUSINESS
               COMPUTE WS-DAY-INT = WS-DATE-INT + 1
               PERFORM CLASSIFY-ONE-DAY
           END-IF
           MOVE WS-LOOKUP-DATE TO CQ-RESULT-DATE.

      *>   Business days strictly after CQ-DATE, up to and including
      *>   CQ-TO-DATE: a record released Friday night and still
      *>   unanswered on Monday is one business day old, not three.
       COUNT-BUSINESS-DAYS.
           IF CQ-TO-DATE IS NUMERIC
               MOVE CQ-TO-DATE TO WS-TO-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-NUM) = 0
                   COMPUTE WS-TO-INT =
                           FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
                   MOVE WS-DATE-INT TO WS-DAY-INT
                   PERFORM UNTIL WS-DAY-INT >= WS-TO-INT
                                  OR CQ-DAYS >= 999
                       ADD 1 TO WS-DAY-INT
                       PERFORM CLASSIFY-ONE-DAY
                       IF LOOKUP-IS-BUSINESS
                           ADD 1 TO CQ-DAYS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *>   Classify the day at WS-DAY-INT: the calendar's record if
      *>   there is one, otherwise the weekday default (day 1 of the
      *>   integer-date epoch is a Monday, so MOD of the day number
      *>   gives Monday 1 through Sunday 7 - the same reckoning
      *>   STANDING-REQUEST-GEN uses for weekly requests).  A record
      *>   carrying a type this program does not know is read as the
      *>   default for its weekday rather than guessed at.
       CLASSIFY-ONE-DAY.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO WS-LOOKUP-DATE
           MOVE SPACES TO WS-LOOKUP-DESC
           COMPUTE WS-WEEK-DAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           IF WS-WEEK-DAY > 5
               MOVE "W" TO WS-LOOKUP-TYPE
           ELSE
               MOVE "B" TO WS-LOOKUP-TYPE
           END-IF
           IF CALENDAR-OPEN
               MOVE WS-LOOKUP-DATE TO CL-DATE
               READ SHOP-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-BUSINESS-DAY OR CL-NON-BUSINESS-DAY
                          OR CL-HOLIDAY OR CL-BLACKOUT
                           MOVE CL-DAY-TYPE TO WS-LOOKUP-TYPE
                       END-IF
                       MOVE CL-DESCRIPTION TO WS-LOOKUP-DESC
               END-READ
           ELSE
               MOVE "B" TO WS-LOOKUP-TYPE
           END-IF.
