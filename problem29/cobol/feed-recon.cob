      *>
      *>   - drops every acknowledged record from the pending set;
      *>   - reports every released-but-unacknowledged record with
      *>     its age in business days, and appends the ones from EARLIER
      *>     nights back onto FEEDREL.DAT so the RELEASE step
      *>     retransmits them automatically (tonight's own records
      *>     are already staged there);
      *> past the control-card age limit (RECONCTL.CPY) so the
      *> scheduler pages someone, but it never holds the release
      *> back - the retransmissions it just staged are the cure.
      *>
      *> Ages are counted in business days off the shop calendar
      *> (SHOPCAL.CPY, through CALCHK): the reporting team does not
      *> load over a weekend or a holiday, so a record released on
      *> Friday night is one business day old on Monday, not three,
      *> and a long weekend no longer pages anyone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-RUN-DATE         PIC X(10).
           05  WS-TODAY-NUM        PIC 9(08).
           05  WS-TODAY-INT        PIC 9(08).
           05  WS-TODAY-KEY        PIC X(08).
           05  WS-REC-NUM          PIC 9(08).
           05  WS-REC-INT          PIC 9(08).
           05  WS-AGE-DAYS         PIC 9(03).
               88  PENDING-TABLE-FULL      VALUE "Y".
           05  WS-DATE-OK-SWITCH   PIC X(01) VALUE "N".
               88  RECORD-DATE-USABLE      VALUE "Y".
           05  WS-CALENDAR-SWITCH  PIC X(01) VALUE "Y".
               88  CALENDAR-WAS-CONSULTED  VALUE "Y".

           COPY CALCHK.

      *>   The reconciliation working set: every record released and
      *>   not yet acknowledged, old pending first, then tonight's
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-KEY
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               MOVE 8 TO RETURN-CODE
               DISPLAY "FEED-RECON: " WS-OVERAGE-COUNT
                       " RECORD(S) UNACKNOWLEDGED PAST "
                       WS-AGE-LIMIT " BUSINESS DAY(S)"
           END-IF

           STOP RUN.
                  WS-PD-A-MAX(WS-PD-IDX)
                  " B " WS-PD-B-MIN(WS-PD-IDX) "-"
                  WS-PD-B-MAX(WS-PD-IDX)
                  "  AGE " WS-AGE-DAYS " BUSINESS DAY(S)"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

               END-IF
           END-IF.

      *>   Age in business days from the record's own MM/DD/YYYY run
      *>   date: the business days after it, up to and including
      *>   today.  A date that does not parse ages as the limit plus
      *>   one - a record nobody can date must page someone, not
      *>   hide - and one dated in the future ages as 999 for the
      *>   same reason.
       COMPUTE-RECORD-AGE.
           MOVE "N" TO WS-DATE-OK-SWITCH
           IF WS-PD-DATE(WS-PD-IDX)(1:2) IS NUMERIC
                       + FUNCTION NUMVAL(WS-PD-DATE(WS-PD-IDX)(1:2))
                       * 100
                       + FUNCTION NUMVAL(WS-PD-DATE(WS-PD-IDX)(4:2))
               SET CQ-COUNT-BUSINESS TO TRUE
               MOVE WS-REC-NUM TO CQ-DATE
               MOVE WS-TODAY-KEY TO CQ-TO-DATE
               CALL "CALCHK" USING CALENDAR-CHECK-AREA
               IF CQ-CALENDAR-UNAVAILABLE
                   MOVE "N" TO WS-CALENDAR-SWITCH
               END-IF
               IF CQ-BAD-DATE
                   MOVE "N" TO WS-DATE-OK-SWITCH
               END-IF
           END-IF

           IF RECORD-DATE-USABLE
               COMPUTE WS-REC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-REC-NUM)
               IF WS-TODAY-INT >= WS-REC-INT
                   MOVE CQ-DAYS TO WS-AGE-DAYS
               ELSE
                   MOVE 999 TO WS-AGE-DAYS
               END-IF
           IF NOT CONTROL-CARD-PRESENT
               MOVE SPACES TO RL-TEXT
               STRING "NO CONTROL CARD - AGE LIMIT DEFAULTED TO "
                      WS-AGE-LIMIT " BUSINESS DAY(S)"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF

           IF NOT CALENDAR-WAS-CONSULTED
               MOVE SPACES TO RL-TEXT
               STRING "SHOP CALENDAR UNAVAILABLE - AGES COUNTED IN "
                      "CALENDAR DAYS"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF
           IF WS-OVERAGE-COUNT > 0
               STRING "*** " WS-OVERAGE-COUNT
                      " RECORD(S) UNACKNOWLEDGED PAST "
                      WS-AGE-LIMIT " BUSINESS DAY(S) ***"
                      DELIMITED BY SIZE INTO RL-TEXT
           ELSE
               STRING "NO RECORDS PAST THE AGE LIMIT"
