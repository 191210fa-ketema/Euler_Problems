       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-MAINT.
      *> Maintenance utility for the shop processing calendar.
      *>
      *> SHOPCAL.DAT (SHOPCAL.CPY) marks the days that are not what
      *> their weekday says - holidays, blackout nights, closed
      *> weekdays and worked weekends.  The nightly programs only
      *> read it (through CALCHK); this utility is the one place it
      *> is written.  Driven by control cards (CALMNTCL.CPY), it can
      *> list the file (all of it or one year), mark a date, change
      *> a date's marking, and remove a marking so the date goes
      *> back to its weekday default.  The calendar is normally
      *> loaded a year ahead, in one deck, when the shop's holiday
      *> list is published.
      *>
      *> Every action prints before/after detail on CALMNT.RPT.  A
      *> card that fails its edits, an add for a date already
      *> marked, or a change/delete for a date not marked is a
      *> reported warning (RETURN-CODE 4), never a silent no-op.
      *> The first run creates the calendar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CONTROL-FILE ASSIGN TO "CALMNT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTCTL-STATUS.
           SELECT SHOP-CALENDAR ASSIGN TO "SHOPCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "CALMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CONTROL-FILE.
           COPY CALMNTCL.

       FD  SHOP-CALENDAR.
           COPY SHOPCAL.

       FD  MAINT-REPORT-FILE.
           COPY RPTLINE.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-MAINTCTL-STATUS  PIC X(02).
           05  WS-CAL-STATUS       PIC X(02).
           05  WS-MAINTRPT-STATUS  PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-RUN-DATE         PIC X(10).
           05  WS-CARD-COUNT       PIC 9(03) VALUE 0.
           05  WS-LIST-COUNT       PIC 9(05).
           05  WS-LIST-YEAR        PIC X(04).
           05  WS-DATE-NUM         PIC 9(08).
           05  WS-DATE-INT         PIC 9(08).
           05  WS-WEEK-DAY         PIC 9(01).
           05  WS-TYPE-WORD        PIC X(12).
           05  WS-DAY-NAME         PIC X(03).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EOF-REACHED             VALUE "Y".
           05  WS-LIST-END-SWITCH  PIC X(01) VALUE "N".
               88  LIST-ENDED              VALUE "Y".
           05  WS-CAL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  CALENDAR-OPEN           VALUE "Y".
           05  WS-TARGET-SWITCH    PIC X(01) VALUE "N".
               88  TARGET-ON-FILE          VALUE "Y".
           05  WS-CARD-VALID-SWITCH PIC X(01) VALUE "Y".
               88  CARD-IS-VALID           VALUE "Y".

      *>   Weekday names for the listing, Monday first - the order
      *>   the integer-date reckoning gives.
       01  WS-DAY-NAME-VALUES.
           05  FILLER              PIC X(21)
                                   VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME-ENTRY OCCURS 7 TIMES PIC X(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE

           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-MAINTRPT-STATUS NOT = "00"
               DISPLAY "ERROR: MAINT-REPORT-FILE OPEN STATUS "
                       WS-MAINTRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE SPACES TO RL-TEXT
           STRING "SHOP CALENDAR MAINTENANCE - RUN DATE "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           PERFORM OPEN-SHOP-CALENDAR
           IF CALENDAR-OPEN
               PERFORM PROCESS-CONTROL-CARDS
               CLOSE SHOP-CALENDAR
           END-IF

           IF WS-CARD-COUNT = 0 AND CALENDAR-OPEN
               MOVE SPACES TO RL-TEXT
               STRING "NO CONTROL CARDS - NOTHING MAINTAINED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE MAINT-REPORT-FILE
           STOP RUN.

      *>   Open I-O, creating the calendar on first use.  A
      *>   maintenance run with no calendar has nothing it can
      *>   safely do, so a failure here ends the run.
       OPEN-SHOP-CALENDAR.
           MOVE "N" TO WS-CAL-OPEN-SWITCH
           OPEN I-O SHOP-CALENDAR
           IF WS-CAL-STATUS = "00"
               SET CALENDAR-OPEN TO TRUE
           ELSE
               IF WS-CAL-STATUS = "35"
                   OPEN OUTPUT SHOP-CALENDAR
                   IF WS-CAL-STATUS = "00"
                       CLOSE SHOP-CALENDAR
                       OPEN I-O SHOP-CALENDAR
                       IF WS-CAL-STATUS = "00"
                           SET CALENDAR-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT CALENDAR-OPEN
                   DISPLAY "ERROR: SHOP-CALENDAR OPEN I-O STATUS "
                           WS-CAL-STATUS
                   MOVE SPACES TO RL-TEXT
                   STRING "CALENDAR WOULD NOT OPEN (STATUS "
                          WS-CAL-STATUS ") - NOTHING MAINTAINED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       PROCESS-CONTROL-CARDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MAINT-CONTROL-FILE
           IF WS-MAINTCTL-STATUS = "00"
               PERFORM UNTIL EOF-REACHED
                   READ MAINT-CONTROL-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM TAKE-ONE-ACTION
                   END-READ
               END-PERFORM
               CLOSE MAINT-CONTROL-FILE
           END-IF.

       TAKE-ONE-ACTION.
           MOVE SPACES TO RL-TEXT
           STRING "ACTION " CX-ACTION
                  " DATE " CX-DATE
                  " TYPE " CX-DAY-TYPE
                  " " CX-DESCRIPTION
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           EVALUATE TRUE
               WHEN CX-ACT-LIST
                   PERFORM LIST-THE-CALENDAR
               WHEN CX-ACT-ADD
                   PERFORM ADD-ONE-DATE
               WHEN CX-ACT-CHANGE
                   PERFORM CHANGE-ONE-DATE
               WHEN CX-ACT-DELETE
                   PERFORM DELETE-ONE-DATE
               WHEN OTHER
                   MOVE SPACES TO RL-TEXT
                   STRING "  UNRECOGNIZED ACTION - CARD IGNORED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *>   The whole file in date order, or one year of it when the
      *>   card names a year - START positions on the year's first
      *>   possible key and the listing stops at the first date of
      *>   the next year.
       LIST-THE-CALENDAR.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-END-SWITCH
           MOVE SPACES TO WS-LIST-YEAR
           IF CX-DATE(1:4) IS NUMERIC AND CX-DATE(5:4) = SPACES
               MOVE CX-DATE(1:4) TO WS-LIST-YEAR
               MOVE SPACES TO CL-DATE
               MOVE WS-LIST-YEAR TO CL-DATE(1:4)
           ELSE
               MOVE LOW-VALUES TO CL-DATE
           END-IF
           START SHOP-CALENDAR KEY >= CL-DATE
               INVALID KEY
                   SET LIST-ENDED TO TRUE
           END-START
           PERFORM UNTIL LIST-ENDED
               READ SHOP-CALENDAR NEXT RECORD
                   AT END
                       SET LIST-ENDED TO TRUE
                   NOT AT END
                       IF WS-LIST-YEAR NOT = SPACES
                          AND CL-DATE(1:4) NOT = WS-LIST-YEAR
                           SET LIST-ENDED TO TRUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM WRITE-DATE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO RL-TEXT
           STRING "  " WS-LIST-COUNT " DATE(S) MARKED"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.

       WRITE-DATE-DETAIL.
           EVALUATE TRUE
               WHEN CL-BUSINESS-DAY
                   MOVE "BUSINESS    " TO WS-TYPE-WORD
               WHEN CL-NON-BUSINESS-DAY
                   MOVE "NON-BUSINESS" TO WS-TYPE-WORD
               WHEN CL-HOLIDAY
                   MOVE "HOLIDAY     " TO WS-TYPE-WORD
               WHEN CL-BLACKOUT
                   MOVE "BLACKOUT    " TO WS-TYPE-WORD
               WHEN OTHER
                   MOVE "UNKNOWN TYPE" TO WS-TYPE-WORD
           END-EVALUATE
           MOVE CL-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WEEK-DAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
           MOVE WS-DAY-NAME-ENTRY(WS-WEEK-DAY) TO WS-DAY-NAME
           MOVE SPACES TO RL-TEXT
           STRING "  " CL-DATE " " WS-DAY-NAME "  " WS-TYPE-WORD
                  "  " CL-DESCRIPTION
                  "  UPDATED " CL-UPDATE-DATE
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.

      *>   Edit the card before anything is read or written: a real
      *>   calendar date, and a day type CALCHK understands wherever
      *>   one is punched (ADD requires one).
       EDIT-CONTROL-CARD.
           MOVE "Y" TO WS-CARD-VALID-SWITCH
           IF CX-DATE IS NOT NUMERIC
               MOVE "N" TO WS-CARD-VALID-SWITCH
           ELSE
               MOVE CX-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE "N" TO WS-CARD-VALID-SWITCH
               END-IF
           END-IF
           IF NOT CARD-IS-VALID
               MOVE SPACES TO RL-TEXT
               STRING "  DATE MUST BE A VALID YYYYMMDD - CARD IGNORED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF
           IF CX-DAY-TYPE NOT = "B" AND CX-DAY-TYPE NOT = "W"
                   AND CX-DAY-TYPE NOT = "H" AND CX-DAY-TYPE NOT = "X"
               IF CX-DAY-TYPE NOT = SPACE OR CX-ACT-ADD
                   MOVE SPACES TO RL-TEXT
                   STRING "  DAY TYPE MUST BE B, W, H OR X - CARD "
                          "IGNORED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE "N" TO WS-CARD-VALID-SWITCH
               END-IF
           END-IF
           IF NOT CARD-IS-VALID
               MOVE 4 TO RETURN-CODE
           END-IF.

      *>   Fetch the card's date into the record area and print it
      *>   as it stands - the "before" half of the audit trail.
       FETCH-NAMED-DATE.
           MOVE "N" TO WS-TARGET-SWITCH
           MOVE CX-DATE TO CL-DATE
           READ SHOP-CALENDAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TARGET-ON-FILE TO TRUE
                   MOVE SPACES TO RL-TEXT
                   STRING "  BEFORE:"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   PERFORM WRITE-DATE-DETAIL
           END-READ.

       ADD-ONE-DATE.
           PERFORM EDIT-CONTROL-CARD
           IF CARD-IS-VALID
               PERFORM FETCH-NAMED-DATE
               IF TARGET-ON-FILE
                   MOVE SPACES TO RL-TEXT
                   STRING "  DATE ALREADY MARKED - USE CHNG"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE CX-DATE TO CL-DATE
                   MOVE CX-DAY-TYPE TO CL-DAY-TYPE
                   MOVE CX-DESCRIPTION TO CL-DESCRIPTION
                   MOVE WS-RUN-DATE TO CL-UPDATE-DATE
                   WRITE SHOP-CALENDAR-RECORD
                   IF WS-CAL-STATUS NOT = "00"
                       DISPLAY "ERROR: ADD WRITE STATUS "
                               WS-CAL-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO RL-TEXT
                       STRING "  AFTER: ADDED"
                              DELIMITED BY SIZE INTO RL-TEXT
                       WRITE REPORT-LINE
                       PERFORM WRITE-DATE-DETAIL
                   END-IF
               END-IF
           END-IF.

       CHANGE-ONE-DATE.
           PERFORM EDIT-CONTROL-CARD
           IF CARD-IS-VALID
               PERFORM FETCH-NAMED-DATE
               IF NOT TARGET-ON-FILE
                   MOVE SPACES TO RL-TEXT
                   STRING "  DATE NOT MARKED - NOTHING TO CHANGE"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF CX-DAY-TYPE NOT = SPACE
                       MOVE CX-DAY-TYPE TO CL-DAY-TYPE
                   END-IF
                   IF CX-DESCRIPTION NOT = SPACES
                       MOVE CX-DESCRIPTION TO CL-DESCRIPTION
                   END-IF
                   MOVE WS-RUN-DATE TO CL-UPDATE-DATE
                   REWRITE SHOP-CALENDAR-RECORD
                   IF WS-CAL-STATUS NOT = "00"
                       DISPLAY "ERROR: CHANGE REWRITE STATUS "
                               WS-CAL-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO RL-TEXT
                       STRING "  AFTER:"
                              DELIMITED BY SIZE INTO RL-TEXT
                       WRITE REPORT-LINE
                       PERFORM WRITE-DATE-DETAIL
                   END-IF
               END-IF
           END-IF.

      *>   Unlike an authorization entry, a calendar marking is
      *>   deleted outright: the date's weekday default is exactly
      *>   what it reverts to, and the maintenance report keeps the
      *>   before image.
       DELETE-ONE-DATE.
           PERFORM EDIT-CONTROL-CARD
           IF CARD-IS-VALID
               PERFORM FETCH-NAMED-DATE
               IF NOT TARGET-ON-FILE
                   MOVE SPACES TO RL-TEXT
                   STRING "  DATE NOT MARKED - NOTHING TO DELETE"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DELETE SHOP-CALENDAR RECORD
                   IF WS-CAL-STATUS NOT = "00"
                       DISPLAY "ERROR: DELETE STATUS "
                               WS-CAL-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO RL-TEXT
                       STRING "  AFTER: DELETED - DATE REVERTS TO "
                              "ITS WEEKDAY DEFAULT"
                              DELIMITED BY SIZE INTO RL-TEXT
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.
