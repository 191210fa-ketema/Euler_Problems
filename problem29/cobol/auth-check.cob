       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
      *> Requestor authorization check.
      *>
      *> Called once per card by every program that accepts range
      *> requests - DISTINCT-POWERS for the night's queue, RANGE-ENTRY
      *> and STANDING-ENTRY at the terminal - so a requestor block is
      *> graded by exactly one set of rules wherever it is punched.
      *> The caller passes the card's requestor, department, priority
      *> and rectangle size in AUTHCHK.CPY and gets back either spaces
      *> (authorized) or the 20-byte reason the card is refused, plus
      *> the department's nightly quota for the caller to count.
      *>
      *> The master (AUTHMST.CPY) is opened INPUT on the first call
      *> and left open for the life of the run - a CALLed program
      *> keeps its storage and its files between calls, and the
      *> nightly queue can hold 500 cards.  A master that will not
      *> open is reported once and every later call comes back with
      *> AC-MASTER-UNAVAILABLE; what that means is the caller's
      *> decision, not this program's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-MASTER ASSIGN TO "AUTHMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AZ-KEY
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-MASTER.
           COPY AUTHMST.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-AUTH-STATUS      PIC X(02).
           05  WS-REQR-DEPT        PIC X(04).
           05  WS-CARD-PRIORITY    PIC X(01).

       01  WS-SWITCHES.
           05  WS-FIRST-CALL-SWITCH PIC X(01) VALUE "Y".
               88  FIRST-CALL              VALUE "Y".
           05  WS-AUTH-OPEN-SWITCH PIC X(01) VALUE "N".
               88  AUTH-MASTER-OPEN        VALUE "Y".
           05  WS-ENTRY-FOUND-SWITCH PIC X(01) VALUE "N".
               88  ENTRY-FOUND             VALUE "Y".

       LINKAGE SECTION.
           COPY AUTHCHK.

       PROCEDURE DIVISION USING AUTH-CHECK-AREA.
       MAIN-PROCEDURE.
           IF FIRST-CALL
               MOVE "N" TO WS-FIRST-CALL-SWITCH
               PERFORM OPEN-AUTH-MASTER
           END-IF

           MOVE SPACES TO AC-REASON
           MOVE 0 TO AC-NIGHTLY-QUOTA

           IF AUTH-MASTER-OPEN
               SET AC-MASTER-CONSULTED TO TRUE
               PERFORM CHECK-REQUESTOR
               IF AC-REASON = SPACES
                   PERFORM CHECK-DEPARTMENT
               END-IF
           ELSE
               SET AC-MASTER-UNAVAILABLE TO TRUE
           END-IF
           GOBACK.

       OPEN-AUTH-MASTER.
           OPEN INPUT AUTH-MASTER
           IF WS-AUTH-STATUS = "00"
               SET AUTH-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: AUTH-MASTER UNAVAILABLE, STATUS "
                       WS-AUTH-STATUS
                       " - REQUESTORS CANNOT BE AUTHORIZED"
           END-IF.

      *>   The requestor must be on file, active, and registered to
      *>   the department the card bills.  A retired entry is refused
      *>   the same way as one never added.
       CHECK-REQUESTOR.
           MOVE "R" TO AZ-REC-TYPE
           MOVE AC-REQUESTOR-ID TO AZ-ID
           PERFORM READ-AUTH-ENTRY
           IF NOT ENTRY-FOUND
               MOVE "UNAUTHORIZED REQSTR" TO AC-REASON
           ELSE
               IF AZ-DEPT NOT = AC-DEPT
                   MOVE "WRONG DEPARTMENT" TO AC-REASON
               END-IF
           END-IF.

      *>   The department must be on file and active; its limits
      *>   then apply.  Priority "1" is the most urgent, so a card is
      *>   over the limit when its priority sorts BELOW the ceiling -
      *>   the same reading SORT-REQUEST-TABLE gives the byte.
       CHECK-DEPARTMENT.
           MOVE "D" TO AZ-REC-TYPE
           MOVE SPACES TO AZ-ID
           MOVE AC-DEPT TO AZ-ID(1:4)
           PERFORM READ-AUTH-ENTRY
           IF NOT ENTRY-FOUND
               MOVE "DEPT NOT AUTHORIZED" TO AC-REASON
           ELSE
               MOVE AZ-NIGHTLY-QUOTA TO AC-NIGHTLY-QUOTA
               MOVE AC-PRIORITY TO WS-CARD-PRIORITY
               IF WS-CARD-PRIORITY NOT NUMERIC
                   MOVE "9" TO WS-CARD-PRIORITY
               END-IF
               IF AZ-MAX-CELLS > 0
                       AND AC-COMBINATIONS > AZ-MAX-CELLS
                   MOVE "RECTANGLE OVER LIMIT" TO AC-REASON
               ELSE
                   IF AZ-MAX-PRIORITY IS NUMERIC
                           AND WS-CARD-PRIORITY < AZ-MAX-PRIORITY
                       MOVE "PRIORITY OVER LIMIT" TO AC-REASON
                   END-IF
               END-IF
           END-IF.

       READ-AUTH-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           READ AUTH-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AZ-IS-ACTIVE
                       SET ENTRY-FOUND TO TRUE
                   END-IF
           END-READ.
