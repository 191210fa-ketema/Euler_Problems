      *> DISTINCT-POWERS uses for its request table - so an abandoned
      *> session (QUIT, or a dropped connection) leaves the file
      *> exactly as it was.
      *>
      *> The operator signs on with an operator ID, and every add,
      *> change and remove is held with the card as it stood before
      *> and after.  When the session is saved those images go onto
      *> the permanent maintenance journal (MNTJRNL.DAT - see
      *> MNTJRNL.CPY) right behind the rewritten deck, so a card
      *> that appears or vanishes can always be traced to who did it
      *> and when.  A session whose changes cannot be journaled is
      *> not saved at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RANGE-CARD-FILE ASSIGN TO "RANGEADH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-CARD-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-CARD-FILE.
           COPY RANGEREQ.

       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-LINE      PIC X(195).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-RANGE-CARD-STATUS PIC X(02).
           05  WS-JOURNAL-STATUS   PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-OPERATOR-ID      PIC X(08).
           05  WS-SIGNON-TRIES     PIC 9(01).
           05  WS-JRN-COUNT        PIC 9(04) VALUE 0.
               88  SESSION-JOURNAL-FULL    VALUE 1000.
           05  WS-JRN-IDX          PIC 9(04).
           05  WS-CARD-COUNT       PIC 9(05) VALUE 0.
           05  WS-CARD-IDX         PIC 9(05).
           05  WS-PICK-NO          PIC 9(05).
           05  WS-EDIT-A-MAX       PIC 999.
           05  WS-EDIT-B-MIN       PIC 999.
           05  WS-EDIT-B-MAX       PIC 999.
           05  WS-EDIT-COMBOS      PIC 9(06).

      *>   Same bounds VALIDATE-REQUEST in DISTINCT-POWERS enforces -
      *>   the whole point of entry-time editing is that the two
           05  WS-EN-B-MIN         PIC X(03).
           05  WS-EN-B-MAX         PIC X(03).
           05  WS-EN-RECOMPUTE     PIC X(01).
           05  WS-EN-SERIES        PIC X(01).
           05  WS-EN-REQUESTOR-ID  PIC X(08).
           05  WS-EN-DEPT          PIC X(04).
           05  WS-EN-PRIORITY      PIC X(01).

       01  WS-PROMPT-REPLY         PIC X(08).

           COPY AUTHCHK.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EOF-REACHED             VALUE "Y".
               88  PICK-IS-USABLE          VALUE "Y".
           05  WS-PICK-NUM-SWITCH  PIC X(01) VALUE "Y".
               88  PICK-REPLY-NUMERIC      VALUE "Y".
           05  WS-JOURNAL-OPEN-SWITCH PIC X(01) VALUE "N".
               88  JOURNAL-OPEN            VALUE "Y".

           COPY MNTJRNL.

      *>   The pending cards, in file order - the order the nightly
      *>   job will read them back in.  Same 500-card ceiling as
      *>   Entries carry the full card including the value-list
      *>   extension, so a list card punched by the analysis team
      *>   passes through a maintenance session untouched; this
      *>   program's own prompts build range and series cards.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CARD-COUNT.
               10  WS-CARD-RECORD  PIC X(82).

      *>   This session's journal records, held until the deck is
      *>   saved.  A thousand changes is far past any real session;
      *>   once it fills, further changes are refused until the
      *>   operator saves and signs on again.
       01  WS-JOURNAL-TABLE.
           05  WS-JRN-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-JRN-COUNT.
               10  WS-JRN-RECORD   PIC X(195).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DISTINCT-POWERS RANGE REQUEST ENTRY"
           DISPLAY "===================================="

           PERFORM SIGN-ON-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - SESSION ENDED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PENDING-CARDS
           DISPLAY WS-CARD-COUNT " PENDING CARD(S) ON FILE"

               PERFORM SAVE-PENDING-CARDS
           ELSE
               DISPLAY "SESSION ABANDONED - FILE NOT CHANGED"
               IF WS-JRN-COUNT > 0
                   DISPLAY WS-JRN-COUNT " CHANGE(S) DISCARDED"
               END-IF
           END-IF

           STOP RUN.

      *>   Nothing is maintained anonymously: three blank replies end
      *>   the session before the deck is even loaded.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM VARYING WS-SIGNON-TRIES FROM 1 BY 1
                   UNTIL WS-SIGNON-TRIES > 3
                      OR WS-OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-PROMPT-REPLY
               ACCEPT WS-PROMPT-REPLY
               MOVE WS-PROMPT-REPLY TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "AN OPERATOR ID IS REQUIRED"
               END-IF
           END-PERFORM.

      *>   An absent file is a clean start with zero pending cards -
      *>   the same treatment OPEN-RANGE-FILE in DISTINCT-POWERS
      *>   gives it.  Cards are kept verbatim, bad ones included: an
           DISPLAY WS-CARD-IDX ": A " RR-A-MIN "-" RR-A-MAX
                   " B " RR-B-MIN "-" RR-B-MAX
                   " RECOMP " RR-RECOMPUTE
                   " TYPE " RR-REQ-TYPE
                   " " RR-REQUESTOR-ID " " RR-DEPT
                   " PRI " RR-PRIORITY
                   " NEEDED " RR-DATE-NEEDED.
      *>   the nightly job lands right here at the terminal instead,
      *>   with the session still open to fix it.
       ADD-ONE-CARD.
           IF WS-CARD-COUNT >= 500 OR SESSION-JOURNAL-FULL
               IF SESSION-JOURNAL-FULL
                   PERFORM SAY-JOURNAL-FULL
               ELSE
                   DISPLAY "FILE IS FULL (500 CARDS) - "
                           "REMOVE ONE FIRST"
               END-IF
           ELSE
               MOVE SPACES TO WS-ENTRY-FIELDS
               MOVE "N" TO WS-EN-RECOMPUTE
               MOVE "N" TO WS-EN-SERIES
               MOVE "9" TO WS-EN-PRIORITY
               PERFORM PROMPT-ALL-FIELDS
               PERFORM EDIT-ENTRY-FIELDS
                   PERFORM BUILD-CARD-FROM-FIELDS
                   MOVE RANGE-REQUEST-RECORD
                        TO WS-CARD-RECORD(WS-CARD-COUNT)
                   MOVE SPACES TO MAINT-JOURNAL-RECORD
                   SET MJ-ADDED TO TRUE
                   MOVE WS-CARD-COUNT TO MJ-ENTRY-NO
                   MOVE RANGE-REQUEST-RECORD TO MJ-AFTER-IMAGE
                   PERFORM HOLD-JOURNAL-ENTRY
                   DISPLAY "CARD " WS-CARD-COUNT " ADDED"
               ELSE
                   DISPLAY "CARD NOT ADDED"
               MOVE RR-B-MIN        TO WS-EN-B-MIN
               MOVE RR-B-MAX        TO WS-EN-B-MAX
               MOVE RR-RECOMPUTE    TO WS-EN-RECOMPUTE
               IF RR-SERIES
                   MOVE "Y" TO WS-EN-SERIES
               ELSE
                   MOVE "N" TO WS-EN-SERIES
               END-IF
               MOVE RR-REQUESTOR-ID TO WS-EN-REQUESTOR-ID
               MOVE RR-DEPT         TO WS-EN-DEPT
               MOVE RR-PRIORITY     TO WS-EN-PRIORITY
               PERFORM EDIT-ENTRY-FIELDS
               IF ENTRY-IS-VALID
                   PERFORM BUILD-CARD-FROM-FIELDS
      *>           A change that keeps every value is no change, and
      *>           is not journaled as one.
                   MOVE SPACES TO MAINT-JOURNAL-RECORD
                   MOVE WS-CARD-RECORD(WS-PICK-NO) TO MJ-BEFORE-IMAGE
                   MOVE RANGE-REQUEST-RECORD TO MJ-AFTER-IMAGE
                   MOVE RANGE-REQUEST-RECORD
                        TO WS-CARD-RECORD(WS-PICK-NO)
                   IF MJ-AFTER-IMAGE NOT = MJ-BEFORE-IMAGE
                       SET MJ-CHANGED TO TRUE
                       MOVE WS-PICK-NO TO MJ-ENTRY-NO
                       PERFORM HOLD-JOURNAL-ENTRY
                   END-IF
                   DISPLAY "CARD " WS-PICK-NO " CHANGED"
               ELSE
                   DISPLAY "CARD " WS-PICK-NO " NOT CHANGED"
                       WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR "y"
                   MOVE SPACES TO MAINT-JOURNAL-RECORD
                   SET MJ-REMOVED TO TRUE
                   MOVE WS-PICK-NO TO MJ-ENTRY-NO
                   MOVE WS-CARD-RECORD(WS-PICK-NO) TO MJ-BEFORE-IMAGE
                   PERFORM HOLD-JOURNAL-ENTRY
                   PERFORM VARYING WS-CARD-IDX FROM WS-PICK-NO BY 1
                           UNTIL WS-CARD-IDX >= WS-CARD-COUNT
                       MOVE WS-CARD-RECORD(WS-CARD-IDX + 1)
               END-IF
           END-IF.

      *>   Change and remove both start here, so a full session
      *>   journal stops them both before anything is asked.
       PICK-A-CARD.
           MOVE "N" TO WS-PICK-OK-SWITCH
           IF WS-CARD-COUNT = 0 OR SESSION-JOURNAL-FULL
               IF SESSION-JOURNAL-FULL
                   PERFORM SAY-JOURNAL-FULL
               ELSE
                   DISPLAY "NO PENDING CARDS"
               END-IF
           ELSE
               DISPLAY "CARD NUMBER (1-" WS-CARD-COUNT "): "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.

      *>   Stamp the journal record the caller has filled in - the
      *>   action, the card number and the two images - with the
      *>   time, the operator and the file, and hold it for the save.
       HOLD-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO MJ-DATE
           MOVE WS-CURRENT-DATE(9:6) TO MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR-ID
           SET MJ-ADHOC-DECK TO TRUE
           ADD 1 TO WS-JRN-COUNT
           MOVE MAINT-JOURNAL-RECORD TO WS-JRN-RECORD(WS-JRN-COUNT).

       SAY-JOURNAL-FULL.
           DISPLAY "SESSION JOURNAL IS FULL (1000 CHANGES) - EXIT AND "
                   "SAVE, THEN SIGN ON AGAIN".


      *>   One prompt per card field, in card order.  Replies are
      *>   taken through WS-PROMPT-REPLY and folded into the capture
           IF WS-PROMPT-REPLY NOT = SPACES
               MOVE WS-PROMPT-REPLY(1:1) TO WS-EN-RECOMPUTE
           END-IF
           DISPLAY "SERIES Y/N (" WS-EN-SERIES "): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PROMPT-REPLY
           ACCEPT WS-PROMPT-REPLY
           IF WS-PROMPT-REPLY NOT = SPACES
               MOVE WS-PROMPT-REPLY(1:1) TO WS-EN-SERIES
           END-IF
           DISPLAY "REQUESTOR ID (" WS-EN-REQUESTOR-ID "): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-PROMPT-REPLY
                   DISPLAY "EDIT: B-MIN IS PAST B-MAX"
                   MOVE "N" TO WS-ENTRY-VALID-SWITCH
               END-IF
      *>       VALIDATE-SERIES-REQUEST's rule: a series card punches
      *>       the largest square of the series, starting at the
      *>       floor on both A and B.
               IF WS-EN-SERIES = "Y"
                   IF WS-EDIT-A-MIN NOT = WS-RANGE-FLOOR
                      OR WS-EDIT-B-MIN NOT = WS-RANGE-FLOOR
                      OR WS-EDIT-A-MAX NOT = WS-EDIT-B-MAX
                       DISPLAY "EDIT: A SERIES MUST RUN "
                               WS-RANGE-FLOOR " TO THE SAME MAX "
                               "ON A AND B"
                       MOVE "N" TO WS-ENTRY-VALID-SWITCH
                   END-IF
               END-IF
           END-IF

           IF WS-EN-RECOMPUTE NOT = "Y" AND WS-EN-RECOMPUTE NOT = "N"
               MOVE "N" TO WS-ENTRY-VALID-SWITCH
           END-IF

           IF WS-EN-SERIES NOT = "Y" AND WS-EN-SERIES NOT = "N"
               DISPLAY "EDIT: SERIES MUST BE Y OR N"
               MOVE "N" TO WS-ENTRY-VALID-SWITCH
           END-IF

           IF WS-EN-REQUESTOR-ID = SPACES
               DISPLAY "EDIT: REQUESTOR ID IS REQUIRED"
               MOVE "N" TO WS-ENTRY-VALID-SWITCH
              AND WS-EN-DATE-NEEDED IS NOT NUMERIC
               DISPLAY "EDIT: DATE NEEDED MUST BE YYYYMMDD OR BLANK"
               MOVE "N" TO WS-ENTRY-VALID-SWITCH
           END-IF

           IF ENTRY-IS-VALID
               PERFORM EDIT-AUTHORIZATION
           END-IF.

      *>   The authorization edits AUTHORIZE-QUEUE applies at night,
      *>   through the same AUTHCHK subprogram: requestor on file and
      *>   registered to this department, rectangle and priority
      *>   within the department's limits.  Only run once the other
      *>   edits pass, since the rectangle size needs good bounds.
      *>   The nightly quota depends on the whole night's queue and
      *>   can only be counted by the nightly job itself.
       EDIT-AUTHORIZATION.
           COMPUTE WS-EDIT-COMBOS = (WS-EDIT-A-MAX - WS-EDIT-A-MIN + 1)
                   * (WS-EDIT-B-MAX - WS-EDIT-B-MIN + 1)
           MOVE WS-EN-REQUESTOR-ID TO AC-REQUESTOR-ID
           MOVE WS-EN-DEPT TO AC-DEPT
           MOVE WS-EN-PRIORITY TO AC-PRIORITY
           MOVE WS-EDIT-COMBOS TO AC-COMBINATIONS
           CALL "AUTHCHK" USING AUTH-CHECK-AREA
           IF AC-REASON NOT = SPACES
               DISPLAY "EDIT: " AC-REASON
               MOVE "N" TO WS-ENTRY-VALID-SWITCH
           END-IF.

      *>   Assemble the capture area into a proper 34-byte card -
           MOVE WS-EN-B-MIN        TO RR-B-MIN
           MOVE WS-EN-B-MAX        TO RR-B-MAX
           MOVE WS-EN-RECOMPUTE    TO RR-RECOMPUTE
           IF WS-EN-SERIES = "Y"
               MOVE "S" TO RR-REQ-TYPE
           ELSE
               MOVE SPACE TO RR-REQ-TYPE
           END-IF
           MOVE WS-EN-REQUESTOR-ID TO RR-REQUESTOR-ID
           MOVE WS-EN-DEPT         TO RR-DEPT
           MOVE WS-EN-PRIORITY     TO RR-PRIORITY
           MOVE WS-EN-DATE-NEEDED  TO RR-DATE-NEEDED.

      *>   The journal is opened first: if this session's changes
      *>   cannot be journaled, the deck is left exactly as it was
      *>   rather than changed with no record of who changed it.
       SAVE-PENDING-CARDS.
           IF WS-JRN-COUNT > 0
               PERFORM OPEN-MAINT-JOURNAL
               IF NOT JOURNAL-OPEN
                   DISPLAY "ERROR: SESSION NOT SAVED - RANGEADH.DAT "
                           "NOT CHANGED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-JRN-COUNT = 0 OR JOURNAL-OPEN
               PERFORM REWRITE-PENDING-CARDS
           END-IF
           IF JOURNAL-OPEN
               CLOSE MAINT-JOURNAL-FILE
           END-IF.

      *>   Rewrite the transaction file wholesale from the table.  A
      *>   write failure is reported loudly - the operator is right
      *>   there to see it - and the session's work may be lost, so
      *>   the return code says so for anyone scripting the session.
      *>   The journal records follow once the deck is written.
       REWRITE-PENDING-CARDS.
           OPEN OUTPUT RANGE-CARD-FILE
           IF WS-RANGE-CARD-STATUS NOT = "00"
               DISPLAY "ERROR: RANGE-CARD-FILE OPEN OUTPUT STATUS "
               END-PERFORM
               CLOSE RANGE-CARD-FILE
               DISPLAY WS-CARD-COUNT " CARD(S) SAVED TO RANGEADH.DAT"
               IF JOURNAL-OPEN
                   PERFORM WRITE-SESSION-JOURNAL
               END-IF
           END-IF.

      *>   The journal is permanent, so it is extended, created only
      *>   the first time - the skip log's pattern.
       OPEN-MAINT-JOURNAL.
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MAINT-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = "00"
               SET JOURNAL-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: MAINT-JOURNAL-FILE OPEN STATUS "
                       WS-JOURNAL-STATUS
           END-IF.

       WRITE-SESSION-JOURNAL.
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                   UNTIL WS-JRN-IDX > WS-JRN-COUNT
               WRITE MAINT-JOURNAL-LINE FROM WS-JRN-RECORD(WS-JRN-IDX)
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "ERROR: MAINT-JOURNAL-FILE WRITE STATUS "
                           WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-PERFORM
           DISPLAY WS-JRN-COUNT " CHANGE(S) JOURNALED TO MNTJRNL.DAT".
