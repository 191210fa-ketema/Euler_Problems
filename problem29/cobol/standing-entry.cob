      *> range edits are VALIDATE-REQUEST's own floor/ceiling and
      *> MIN-past-MAX checks), and the file is written back
      *> wholesale only on a normal exit.
      *>
      *> Same journaling as RANGE-ENTRY too: the operator signs on,
      *> and every add, change, suspend, reactivate and remove goes
      *> onto the maintenance journal (MNTJRNL.CPY) with the request
      *> as it stood before and after when the master is saved - so
      *> when a standing request stops running, the journal says who
      *> suspended or changed it and when.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STANDING-MASTER ASSIGN TO "STANDMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDMST-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-MASTER.
           COPY STANDREQ.

       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-LINE      PIC X(195).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-STANDMST-STATUS  PIC X(02).
           05  WS-JOURNAL-STATUS   PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-OPERATOR-ID      PIC X(08).
           05  WS-SIGNON-TRIES     PIC 9(01).
           05  WS-JRN-COUNT        PIC 9(04) VALUE 0.
               88  SESSION-JOURNAL-FULL    VALUE 1000.
           05  WS-JRN-IDX          PIC 9(04).
           05  WS-REQ-COUNT        PIC 9(05) VALUE 0.
           05  WS-REQ-IDX          PIC 9(05).
           05  WS-PICK-NO          PIC 9(05).
           05  WS-EDIT-A-MAX       PIC 999.
           05  WS-EDIT-B-MIN       PIC 999.
           05  WS-EDIT-B-MAX       PIC 999.
           05  WS-EDIT-COMBOS      PIC 9(06).

      *>   Same bounds VALIDATE-REQUEST in DISTINCT-POWERS enforces.
           05  WS-RANGE-FLOOR      PIC 999 VALUE 2.

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

      *>   The registrations, in file order.  200 standing requests
      *>   is an order of magnitude past what the shop runs nightly,
                   DEPENDING ON WS-REQ-COUNT.
               10  WS-SR-RECORD    PIC X(29).

      *>   This session's journal records, held until the master is
      *>   saved - same thousand-change ceiling as RANGE-ENTRY's.
       01  WS-JOURNAL-TABLE.
           05  WS-JRN-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-JRN-COUNT.
               10  WS-JRN-RECORD   PIC X(195).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DISTINCT-POWERS STANDING REQUEST MAINTENANCE"
           DISPLAY "============================================="

           PERFORM SIGN-ON-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - SESSION ENDED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STANDING-MASTER
           DISPLAY WS-REQ-COUNT " STANDING REQUEST(S) ON FILE"

               PERFORM SAVE-STANDING-MASTER
           ELSE
               DISPLAY "SESSION ABANDONED - MASTER NOT CHANGED"
               IF WS-JRN-COUNT > 0
                   DISPLAY WS-JRN-COUNT " CHANGE(S) DISCARDED"
               END-IF
           END-IF

           STOP RUN.

      *>   Nothing is maintained anonymously: three blank replies end
      *>   the session before the master is even loaded.
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

       LOAD-STANDING-MASTER.
           MOVE 0 TO WS-REQ-COUNT
           OPEN INPUT STANDING-MASTER
                   " " SR-ACTIVE-FLAG.

       ADD-ONE-REQUEST.
           IF WS-REQ-COUNT >= 200 OR SESSION-JOURNAL-FULL
               IF SESSION-JOURNAL-FULL
                   PERFORM SAY-JOURNAL-FULL
               ELSE
                   DISPLAY "MASTER IS FULL (200) - REMOVE ONE FIRST"
               END-IF
           ELSE
               MOVE SPACES TO WS-ENTRY-FIELDS
               MOVE "N" TO WS-EN-RECOMPUTE
                   PERFORM BUILD-RECORD-FROM-FIELDS
                   MOVE STANDING-REQUEST-RECORD
                        TO WS-SR-RECORD(WS-REQ-COUNT)
                   MOVE SPACES TO MAINT-JOURNAL-RECORD
                   SET MJ-ADDED TO TRUE
                   MOVE WS-REQ-COUNT TO MJ-ENTRY-NO
                   MOVE STANDING-REQUEST-RECORD TO MJ-AFTER-IMAGE
                   PERFORM HOLD-JOURNAL-ENTRY
                   DISPLAY "REQUEST " WS-REQ-COUNT " REGISTERED"
               ELSE
                   DISPLAY "REQUEST NOT REGISTERED"
               PERFORM EDIT-ENTRY-FIELDS
               IF ENTRY-IS-VALID
                   PERFORM BUILD-RECORD-FROM-FIELDS
      *>           A change that keeps every value is no change, and
      *>           is not journaled as one.  A flag changed here is
      *>           journaled as a change, with both images showing it.
                   MOVE SPACES TO MAINT-JOURNAL-RECORD
                   MOVE WS-SR-RECORD(WS-PICK-NO) TO MJ-BEFORE-IMAGE
                   MOVE STANDING-REQUEST-RECORD TO MJ-AFTER-IMAGE
                   MOVE STANDING-REQUEST-RECORD
                        TO WS-SR-RECORD(WS-PICK-NO)
                   IF MJ-AFTER-IMAGE NOT = MJ-BEFORE-IMAGE
                       SET MJ-CHANGED TO TRUE
                       MOVE WS-PICK-NO TO MJ-ENTRY-NO
                       PERFORM HOLD-JOURNAL-ENTRY
                   END-IF
                   DISPLAY "REQUEST " WS-PICK-NO " CHANGED"
               ELSE
                   DISPLAY "REQUEST " WS-PICK-NO " NOT CHANGED"
                       WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR "y"
                   MOVE SPACES TO MAINT-JOURNAL-RECORD
                   SET MJ-REMOVED TO TRUE
                   MOVE WS-PICK-NO TO MJ-ENTRY-NO
                   MOVE WS-SR-RECORD(WS-PICK-NO) TO MJ-BEFORE-IMAGE
                   PERFORM HOLD-JOURNAL-ENTRY
                   PERFORM VARYING WS-REQ-IDX FROM WS-PICK-NO BY 1
                           UNTIL WS-REQ-IDX >= WS-REQ-COUNT
                       MOVE WS-SR-RECORD(WS-REQ-IDX + 1)
           IF PICK-IS-USABLE
               MOVE WS-SR-RECORD(WS-PICK-NO)
                    TO STANDING-REQUEST-RECORD
               MOVE SPACES TO MAINT-JOURNAL-RECORD
               MOVE STANDING-REQUEST-RECORD TO MJ-BEFORE-IMAGE
               IF SR-IS-SUSPENDED
                   MOVE "A" TO SR-ACTIVE-FLAG
                   SET MJ-REACTIVATED TO TRUE
                   DISPLAY "REQUEST " WS-PICK-NO " REACTIVATED"
               ELSE
                   MOVE "S" TO SR-ACTIVE-FLAG
                   SET MJ-SUSPENDED TO TRUE
                   DISPLAY "REQUEST " WS-PICK-NO " SUSPENDED"
               END-IF
               MOVE STANDING-REQUEST-RECORD
                    TO WS-SR-RECORD(WS-PICK-NO)
               MOVE WS-PICK-NO TO MJ-ENTRY-NO
               MOVE STANDING-REQUEST-RECORD TO MJ-AFTER-IMAGE
               PERFORM HOLD-JOURNAL-ENTRY
           END-IF.

      *>   Change, remove and suspend/reactivate all start here, so
      *>   a full session journal stops them before anything is
      *>   asked.
       PICK-A-REQUEST.
           MOVE "N" TO WS-PICK-OK-SWITCH
           IF WS-REQ-COUNT = 0 OR SESSION-JOURNAL-FULL
               IF SESSION-JOURNAL-FULL
                   PERFORM SAY-JOURNAL-FULL
               ELSE
                   DISPLAY "NO STANDING REQUESTS"
               END-IF
           ELSE
               DISPLAY "REQUEST NUMBER (1-" WS-REQ-COUNT "): "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.

      *>   Stamp the journal record the caller has filled in - the
      *>   action, the request number and the two images - with the
      *>   time, the operator and the file, and hold it for the save.
       HOLD-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO MJ-DATE
           MOVE WS-CURRENT-DATE(9:6) TO MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR-ID
           SET MJ-STANDING-MASTER TO TRUE
           ADD 1 TO WS-JRN-COUNT
           MOVE MAINT-JOURNAL-RECORD TO WS-JRN-RECORD(WS-JRN-COUNT).

       SAY-JOURNAL-FULL.
           DISPLAY "SESSION JOURNAL IS FULL (1000 CHANGES) - EXIT AND "
                   "SAVE, THEN SIGN ON AGAIN".


       PROMPT-ALL-FIELDS.
           DISPLAY "A-MIN (" WS-EN-A-MIN "): " WITH NO ADVANCING
              AND WS-EN-ACTIVE-FLAG NOT = "S"
               DISPLAY "EDIT: ACTIVE FLAG MUST BE A OR S"
               MOVE "N" TO WS-ENTRY-VALID-SWITCH
           END-IF

           IF ENTRY-IS-VALID
               PERFORM EDIT-AUTHORIZATION
           END-IF.

      *>   Same authorization edits as RANGE-ENTRY, through AUTHCHK.
      *>   A registration passing them today can still be refused on
      *>   a later night if the master changes - AUTHORIZE-QUEUE
      *>   grades every generated card afresh - but nobody can
      *>   register recurring work they were never entitled to.
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

       BUILD-RECORD-FROM-FIELDS.
           MOVE WS-EN-WEEK-DAY     TO SR-WEEK-DAY
           MOVE WS-EN-ACTIVE-FLAG  TO SR-ACTIVE-FLAG.

      *>   The journal is opened first: if this session's changes
      *>   cannot be journaled, the master is left exactly as it was
      *>   rather than changed with no record of who changed it.
       SAVE-STANDING-MASTER.
           IF WS-JRN-COUNT > 0
               PERFORM OPEN-MAINT-JOURNAL
               IF NOT JOURNAL-OPEN
                   DISPLAY "ERROR: SESSION NOT SAVED - STANDMST.DAT "
                           "NOT CHANGED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-JRN-COUNT = 0 OR JOURNAL-OPEN
               PERFORM REWRITE-STANDING-MASTER
           END-IF
           IF JOURNAL-OPEN
               CLOSE MAINT-JOURNAL-FILE
           END-IF.

      *>   The journal records follow once the master is written.
       REWRITE-STANDING-MASTER.
           OPEN OUTPUT STANDING-MASTER
           IF WS-STANDMST-STATUS NOT = "00"
               DISPLAY "ERROR: STANDING-MASTER OPEN OUTPUT STATUS "
               CLOSE STANDING-MASTER
               DISPLAY WS-REQ-COUNT
                       " STANDING REQUEST(S) SAVED TO STANDMST.DAT"
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
