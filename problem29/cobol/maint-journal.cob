       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-JOURNAL.
      *> Maintenance journal listing for the DISTINCT-POWERS on-line
      *> maintenance programs.
      *>
      *> RANGE-ENTRY and STANDING-ENTRY rewrite their files wholesale,
      *> so the files themselves only ever show the present.  Every
      *> add, change, suspend, reactivate and remove they save goes
      *> onto the permanent maintenance journal (MNTJRNL.DAT - see
      *> MNTJRNL.CPY) with the operator, the time, and the entry as it
      *> stood before and after.  This program lists that journal in
      *> the order the changes were made, narrowed by the selection
      *> card (MNTJRPT.CTL - see MNTJCTL.CPY) to a span of dates, one
      *> operator, one range, or one of the two files - so an auditor
      *> can rebuild the history of any standing or ad-hoc request,
      *> image by image, from the day it was keyed.
      *>
      *> Each listed change prints a heading line and the before and
      *> after images exactly as they were written to the file, so
      *> what the auditor reads is what the nightly jobs read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "MNTJRPT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNCTL-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "MNTJRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-CONTROL-FILE.
           COPY MNTJCTL.

       FD  MAINT-JOURNAL-FILE.
           COPY MNTJRNL.

       FD  JOURNAL-REPORT-FILE.
           COPY RPTLINE.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-JRNCTL-STATUS    PIC X(02).
           05  WS-JOURNAL-STATUS   PIC X(02).
           05  WS-JRNRPT-STATUS    PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-RUN-DATE         PIC X(10).
           05  WS-DATE-KEY         PIC X(08).
           05  WS-READ-COUNT       PIC 9(07) VALUE 0.
           05  WS-LISTED-COUNT     PIC 9(07) VALUE 0.
           05  WS-ADDED-COUNT      PIC 9(07) VALUE 0.
           05  WS-CHANGED-COUNT    PIC 9(07) VALUE 0.
           05  WS-SUSPENDED-COUNT  PIC 9(07) VALUE 0.
           05  WS-REACTIVATED-COUNT PIC 9(07) VALUE 0.
           05  WS-REMOVED-COUNT    PIC 9(07) VALUE 0.
           05  WS-FILE-WORD        PIC X(13).
           05  WS-ACTION-WORD      PIC X(11).
           05  WS-ENTRY-RANGE      PIC X(12).

       01  WS-SELECTION.
           05  WS-SEL-FROM-DATE    PIC X(08).
           05  WS-SEL-THRU-DATE    PIC X(08).
           05  WS-SEL-OPERATOR-ID  PIC X(08).
           05  WS-SEL-RANGE-KEY    PIC X(12).
           05  WS-SEL-FILE-CODE    PIC X(01).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EOF-REACHED             VALUE "Y".
           05  WS-JOURNAL-OPEN-SWITCH PIC X(01) VALUE "N".
               88  JOURNAL-FILE-OPEN       VALUE "Y".
           05  WS-CARD-VALID-SWITCH PIC X(01) VALUE "Y".
               88  CARD-IS-VALID           VALUE "Y".
           05  WS-SELECTED-SWITCH  PIC X(01) VALUE "N".
               88  ENTRY-IS-SELECTED       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE

           OPEN OUTPUT JOURNAL-REPORT-FILE
           IF WS-JRNRPT-STATUS NOT = "00"
               DISPLAY "ERROR: JOURNAL-REPORT-FILE OPEN STATUS "
                       WS-JRNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RL-TEXT
           STRING "MAINTENANCE JOURNAL LISTING - RUN DATE "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           PERFORM READ-SELECTION-CARD
           IF CARD-IS-VALID
               PERFORM WRITE-SELECTION-LINE
               PERFORM OPEN-MAINT-JOURNAL
           END-IF

           IF JOURNAL-FILE-OPEN
               PERFORM UNTIL EOF-REACHED
                   READ MAINT-JOURNAL-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SELECT-JOURNAL-ENTRY
                           IF ENTRY-IS-SELECTED
                               PERFORM LIST-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-JOURNAL-FILE
           END-IF

           IF CARD-IS-VALID
               PERFORM WRITE-JOURNAL-SUMMARY
           END-IF

           CLOSE JOURNAL-REPORT-FILE
           STOP RUN.

      *>   No card, or a blank one, lists the whole journal.  Fields
      *>   that are filled in are checked before anything is listed -
      *>   a typed-over date that silently selected nothing would
      *>   read like a quiet journal.
       READ-SELECTION-CARD.
           MOVE SPACES TO WS-SELECTION
           OPEN INPUT JOURNAL-CONTROL-FILE
           IF WS-JRNCTL-STATUS = "00"
               READ JOURNAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MC-FROM-DATE   TO WS-SEL-FROM-DATE
                       MOVE MC-THRU-DATE   TO WS-SEL-THRU-DATE
                       MOVE MC-OPERATOR-ID TO WS-SEL-OPERATOR-ID
                       MOVE MC-RANGE-KEY   TO WS-SEL-RANGE-KEY
                       MOVE MC-FILE-CODE   TO WS-SEL-FILE-CODE
               END-READ
               CLOSE JOURNAL-CONTROL-FILE
           END-IF

           IF WS-SEL-FROM-DATE NOT = SPACES
              AND WS-SEL-FROM-DATE IS NOT NUMERIC
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF
           IF WS-SEL-THRU-DATE NOT = SPACES
              AND WS-SEL-THRU-DATE IS NOT NUMERIC
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF
           IF WS-SEL-FILE-CODE NOT = SPACE
              AND WS-SEL-FILE-CODE NOT = "A"
              AND WS-SEL-FILE-CODE NOT = "S"
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF

           IF NOT CARD-IS-VALID
               DISPLAY "ERROR: BAD JOURNAL SELECTION CARD - "
                       "NOTHING LISTED"
               MOVE SPACES TO RL-TEXT
               STRING "BAD SELECTION CARD (DATES MUST BE YYYYMMDD, "
                      "FILE A OR S) - NOTHING LISTED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-SELECTION-LINE.
           MOVE SPACES TO RL-TEXT
           IF WS-SELECTION = SPACES
               STRING "SELECTION: THE WHOLE JOURNAL"
                      DELIMITED BY SIZE INTO RL-TEXT
           ELSE
               STRING "SELECTION: FROM " WS-SEL-FROM-DATE
                      "  THRU " WS-SEL-THRU-DATE
                      "  OPERATOR " WS-SEL-OPERATOR-ID
                      "  RANGE " WS-SEL-RANGE-KEY
                      "  FILE " WS-SEL-FILE-CODE
                      "   (BLANK = ALL)"
                      DELIMITED BY SIZE INTO RL-TEXT
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           WRITE REPORT-LINE.

      *>   No journal yet just means nothing has been maintained since
      *>   journaling began; anything else is a real failure.
       OPEN-MAINT-JOURNAL.
           OPEN INPUT MAINT-JOURNAL-FILE
           EVALUATE WS-JOURNAL-STATUS
               WHEN "00"
                   SET JOURNAL-FILE-OPEN TO TRUE
               WHEN "35"
                   MOVE SPACES TO RL-TEXT
                   STRING "NO MAINTENANCE JOURNAL ON FILE - NOTHING "
                          "HAS BEEN JOURNALED YET"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
               WHEN OTHER
                   DISPLAY "ERROR: MAINT-JOURNAL-FILE OPEN STATUS "
                           WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *>   Every field filled in on the card must match.  A range
      *>   matches either image, so a request whose range was changed
      *>   stays in the listing on both sides of the change.
       SELECT-JOURNAL-ENTRY.
           SET ENTRY-IS-SELECTED TO TRUE

           MOVE SPACES TO WS-DATE-KEY
           STRING MJ-DATE(7:4) MJ-DATE(1:2) MJ-DATE(4:2)
                  DELIMITED BY SIZE INTO WS-DATE-KEY
           IF WS-SEL-FROM-DATE NOT = SPACES
              AND WS-DATE-KEY < WS-SEL-FROM-DATE
               MOVE "N" TO WS-SELECTED-SWITCH
           END-IF
           IF WS-SEL-THRU-DATE NOT = SPACES
              AND WS-DATE-KEY > WS-SEL-THRU-DATE
               MOVE "N" TO WS-SELECTED-SWITCH
           END-IF

           IF WS-SEL-OPERATOR-ID NOT = SPACES
              AND MJ-OPERATOR-ID NOT = WS-SEL-OPERATOR-ID
               MOVE "N" TO WS-SELECTED-SWITCH
           END-IF

           IF WS-SEL-RANGE-KEY NOT = SPACES
              AND MJ-BEFORE-RANGE NOT = WS-SEL-RANGE-KEY
              AND MJ-AFTER-RANGE NOT = WS-SEL-RANGE-KEY
               MOVE "N" TO WS-SELECTED-SWITCH
           END-IF

           IF WS-SEL-FILE-CODE NOT = SPACE
              AND MJ-FILE-CODE NOT = WS-SEL-FILE-CODE
               MOVE "N" TO WS-SELECTED-SWITCH
           END-IF.

       LIST-JOURNAL-ENTRY.
           ADD 1 TO WS-LISTED-COUNT

           EVALUATE TRUE
               WHEN MJ-ADHOC-DECK
                   MOVE "AD-HOC DECK" TO WS-FILE-WORD
               WHEN MJ-STANDING-MASTER
                   MOVE "STANDING MST" TO WS-FILE-WORD
               WHEN OTHER
                   MOVE "UNKNOWN FILE" TO WS-FILE-WORD
           END-EVALUATE

           EVALUATE TRUE
               WHEN MJ-ADDED
                   MOVE "ADDED" TO WS-ACTION-WORD
                   ADD 1 TO WS-ADDED-COUNT
               WHEN MJ-CHANGED
                   MOVE "CHANGED" TO WS-ACTION-WORD
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN MJ-SUSPENDED
                   MOVE "SUSPENDED" TO WS-ACTION-WORD
                   ADD 1 TO WS-SUSPENDED-COUNT
               WHEN MJ-REACTIVATED
                   MOVE "REACTIVATED" TO WS-ACTION-WORD
                   ADD 1 TO WS-REACTIVATED-COUNT
               WHEN MJ-REMOVED
                   MOVE "REMOVED" TO WS-ACTION-WORD
                   ADD 1 TO WS-REMOVED-COUNT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION-WORD
           END-EVALUATE

      *>   The range the entry is known by: its new range, or for a
      *>   removal the range it had.
           IF MJ-AFTER-RANGE NOT = SPACES
               MOVE MJ-AFTER-RANGE TO WS-ENTRY-RANGE
           ELSE
               MOVE MJ-BEFORE-RANGE TO WS-ENTRY-RANGE
           END-IF

           MOVE SPACES TO RL-TEXT
           STRING MJ-DATE " " MJ-TIME "  " MJ-OPERATOR-ID "  "
                  WS-FILE-WORD " " WS-ACTION-WORD
                  "  ENTRY " MJ-ENTRY-NO
                  "  A " WS-ENTRY-RANGE(1:3) "-" WS-ENTRY-RANGE(4:3)
                  " B " WS-ENTRY-RANGE(7:3) "-" WS-ENTRY-RANGE(10:3)
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           IF MJ-BEFORE-IMAGE = SPACES
               STRING "    BEFORE: (NONE)"
                      DELIMITED BY SIZE INTO RL-TEXT
           ELSE
               STRING "    BEFORE: " MJ-BEFORE-IMAGE
                      DELIMITED BY SIZE INTO RL-TEXT
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           IF MJ-AFTER-IMAGE = SPACES
               STRING "    AFTER:  (NONE)"
                      DELIMITED BY SIZE INTO RL-TEXT
           ELSE
               STRING "    AFTER:  " MJ-AFTER-IMAGE
                      DELIMITED BY SIZE INTO RL-TEXT
           END-IF
           WRITE REPORT-LINE.

       WRITE-JOURNAL-SUMMARY.
           MOVE SPACES TO RL-TEXT
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           STRING "JOURNAL RECORDS READ: " WS-READ-COUNT
                  "   LISTED: " WS-LISTED-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           STRING "ADDED: " WS-ADDED-COUNT
                  "   CHANGED: " WS-CHANGED-COUNT
                  "   SUSPENDED: " WS-SUSPENDED-COUNT
                  "   REACTIVATED: " WS-REACTIVATED-COUNT
                  "   REMOVED: " WS-REMOVED-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.
