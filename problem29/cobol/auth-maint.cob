       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-MAINT.
      *> Maintenance utility for the requestor/department
      *> authorization master.
      *>
      *> AUTHMST.DAT (AUTHMST.CPY) says who may submit range
      *> requests, which department each requestor bills, and the
      *> limits each department works under - the largest rectangle,
      *> the requests per night, and the most urgent priority it may
      *> claim.  The nightly job and the on-line entry programs only
      *> read it (through AUTHCHK); this utility is the one place it
      *> is written.  Driven by control cards (AUTHMNCL.CPY), it can
      *> list the file, add an entry (or reinstate a retired one),
      *> change an entry's department or limits, and retire an entry.
      *> Entries are never deleted - a retired requestor stays on
      *> file so the record of who once held authority survives.
      *>
      *> Every action prints before/after detail on AUTHMNT.RPT so an
      *> auditor can see exactly whose authority changed, and how.
      *> A card naming an entry that is not on file, or an add that
      *> would duplicate an active entry, is a reported warning
      *> (RETURN-CODE 4), never a silent no-op.  The first run
      *> creates the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CONTROL-FILE ASSIGN TO "AUTHMNT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTCTL-STATUS.
           SELECT AUTH-MASTER ASSIGN TO "AUTHMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AZ-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "AUTHMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CONTROL-FILE.
           COPY AUTHMNCL.

       FD  AUTH-MASTER.
           COPY AUTHMST.

       FD  MAINT-REPORT-FILE.
           COPY RPTLINE.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-MAINTCTL-STATUS  PIC X(02).
           05  WS-AUTH-STATUS      PIC X(02).
           05  WS-MAINTRPT-STATUS  PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-RUN-DATE         PIC X(10).
           05  WS-CARD-COUNT       PIC 9(03) VALUE 0.
           05  WS-LIST-COUNT       PIC 9(05).
           05  WS-STATUS-WORD      PIC X(07).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EOF-REACHED             VALUE "Y".
           05  WS-AUTH-OPEN-SWITCH PIC X(01) VALUE "N".
               88  AUTH-MASTER-OPEN        VALUE "Y".
           05  WS-TARGET-SWITCH    PIC X(01) VALUE "N".
               88  TARGET-ON-FILE          VALUE "Y".
           05  WS-CARD-VALID-SWITCH PIC X(01) VALUE "Y".
               88  CARD-IS-VALID           VALUE "Y".

      *>   The requestor being added or changed, held while its
      *>   department is looked up on the same file.
       01  WS-HELD-ENTRY           PIC X(34).

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
           STRING "AUTHORIZATION MASTER MAINTENANCE - RUN DATE "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           PERFORM OPEN-AUTH-MASTER
           IF AUTH-MASTER-OPEN
               PERFORM PROCESS-CONTROL-CARDS
               CLOSE AUTH-MASTER
           END-IF

           IF WS-CARD-COUNT = 0 AND AUTH-MASTER-OPEN
               MOVE SPACES TO RL-TEXT
               STRING "NO CONTROL CARDS - NOTHING MAINTAINED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE MAINT-REPORT-FILE
           STOP RUN.

      *>   Open I-O, creating the master on first use - the same
      *>   pattern the nightly job uses for its own masters.  Unlike
      *>   the nightly job, a maintenance run with no master has
      *>   nothing it can safely do, so a failure here ends the run.
       OPEN-AUTH-MASTER.
           MOVE "N" TO WS-AUTH-OPEN-SWITCH
           OPEN I-O AUTH-MASTER
           IF WS-AUTH-STATUS = "00"
               SET AUTH-MASTER-OPEN TO TRUE
           ELSE
               IF WS-AUTH-STATUS = "35"
                   OPEN OUTPUT AUTH-MASTER
                   IF WS-AUTH-STATUS = "00"
                       CLOSE AUTH-MASTER
                       OPEN I-O AUTH-MASTER
                       IF WS-AUTH-STATUS = "00"
                           SET AUTH-MASTER-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT AUTH-MASTER-OPEN
                   DISPLAY "ERROR: AUTH-MASTER OPEN I-O STATUS "
                           WS-AUTH-STATUS
                   MOVE SPACES TO RL-TEXT
                   STRING "MASTER WOULD NOT OPEN (STATUS "
                          WS-AUTH-STATUS ") - NOTHING MAINTAINED"
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
           STRING "ACTION " AX-ACTION
                  " TYPE " AX-REC-TYPE
                  " ID " AX-ID
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           EVALUATE TRUE
               WHEN AX-ACT-LIST
                   PERFORM LIST-THE-MASTER
               WHEN AX-ACT-ADD
                   PERFORM ADD-ONE-ENTRY
               WHEN AX-ACT-CHANGE
                   PERFORM CHANGE-ONE-ENTRY
               WHEN AX-ACT-RETIRE
                   PERFORM RETIRE-ONE-ENTRY
               WHEN OTHER
                   MOVE SPACES TO RL-TEXT
                   STRING "  UNRECOGNIZED ACTION - CARD IGNORED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       LIST-THE-MASTER.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO AZ-KEY
           START AUTH-MASTER KEY >= AZ-KEY
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START
           PERFORM UNTIL EOF-REACHED
               READ AUTH-MASTER NEXT RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM WRITE-ENTRY-DETAIL
               END-READ
           END-PERFORM
      *>   The card loop shares the end-of-file switch - reset it so
      *>   the cards after a LIST are still read.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE SPACES TO RL-TEXT
           STRING "  " WS-LIST-COUNT " ENTRY(IES) ON FILE"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.

       WRITE-ENTRY-DETAIL.
           IF AZ-IS-RETIRED
               MOVE "RETIRED" TO WS-STATUS-WORD
           ELSE
               MOVE "ACTIVE " TO WS-STATUS-WORD
           END-IF
           MOVE SPACES TO RL-TEXT
           IF AZ-REQUESTOR-ENTRY
               STRING "  REQUESTOR  " AZ-ID
                      " DEPT " AZ-DEPT
                      "  " WS-STATUS-WORD
                      " UPDATED " AZ-UPDATE-DATE
                      DELIMITED BY SIZE INTO RL-TEXT
           ELSE
               STRING "  DEPARTMENT " AZ-ID(1:4)
                      "     MAX CELLS " AZ-MAX-CELLS
                      " QUOTA " AZ-NIGHTLY-QUOTA
                      " MAX PRIORITY " AZ-MAX-PRIORITY
                      "  " WS-STATUS-WORD
                      " UPDATED " AZ-UPDATE-DATE
                      DELIMITED BY SIZE INTO RL-TEXT
           END-IF
           WRITE REPORT-LINE.

      *>   Edit the card before anything is read or written: a known
      *>   record type, an identifier, a department for a requestor,
      *>   and limits that are numeric where punched.  Blank limits
      *>   are legal - ADD takes them as 0, CHNG as "leave alone".
       EDIT-CONTROL-CARD.
           MOVE "Y" TO WS-CARD-VALID-SWITCH
           IF NOT AX-REQUESTOR-CARD AND NOT AX-DEPARTMENT-CARD
               MOVE SPACES TO RL-TEXT
               STRING "  RECORD TYPE MUST BE R OR D - CARD IGNORED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF
           IF AX-ID = SPACES
               MOVE SPACES TO RL-TEXT
               STRING "  NO ID ON CARD - CARD IGNORED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF
           IF AX-DEPARTMENT-CARD
               IF AX-MAX-CELLS NOT = SPACES
                       AND AX-MAX-CELLS IS NOT NUMERIC
                   MOVE SPACES TO RL-TEXT
                   STRING "  MAX CELLS NOT NUMERIC - CARD IGNORED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE "N" TO WS-CARD-VALID-SWITCH
               END-IF
               IF AX-NIGHTLY-QUOTA NOT = SPACES
                       AND AX-NIGHTLY-QUOTA IS NOT NUMERIC
                   MOVE SPACES TO RL-TEXT
                   STRING "  NIGHTLY QUOTA NOT NUMERIC - CARD "
                          "IGNORED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE "N" TO WS-CARD-VALID-SWITCH
               END-IF
               IF AX-MAX-PRIORITY NOT = SPACE
                       AND AX-MAX-PRIORITY NOT = "*"
                       AND (AX-MAX-PRIORITY < "1"
                            OR AX-MAX-PRIORITY > "9")
                   MOVE SPACES TO RL-TEXT
                   STRING "  MAX PRIORITY MUST BE 1-9 - CARD "
                          "IGNORED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE "N" TO WS-CARD-VALID-SWITCH
               END-IF
           END-IF
           IF NOT CARD-IS-VALID
               MOVE 4 TO RETURN-CODE
           END-IF.

      *>   Fetch the card's named entry into the record area and
      *>   print it as it stands - the "before" half of the audit
      *>   trail.  A department key is the 4-byte code padded out to
      *>   the 8-byte identifier, the way AUTHCHK builds it.
       FETCH-NAMED-ENTRY.
           MOVE "N" TO WS-TARGET-SWITCH
           MOVE AX-REC-TYPE TO AZ-REC-TYPE
           IF AX-DEPARTMENT-CARD
               MOVE SPACES TO AZ-ID
               MOVE AX-ID(1:4) TO AZ-ID(1:4)
           ELSE
               MOVE AX-ID TO AZ-ID
           END-IF
           READ AUTH-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TARGET-ON-FILE TO TRUE
                   MOVE SPACES TO RL-TEXT
                   STRING "  BEFORE:"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   PERFORM WRITE-ENTRY-DETAIL
           END-READ.

       ADD-ONE-ENTRY.
           PERFORM EDIT-CONTROL-CARD
           IF CARD-IS-VALID
               IF AX-REQUESTOR-CARD AND AX-DEPT = SPACES
                   MOVE SPACES TO RL-TEXT
                   STRING "  REQUESTOR NEEDS A DEPARTMENT - CARD "
                          "IGNORED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
                   MOVE "N" TO WS-CARD-VALID-SWITCH
               END-IF
           END-IF
           IF CARD-IS-VALID
               PERFORM FETCH-NAMED-ENTRY
               IF TARGET-ON-FILE AND AZ-IS-ACTIVE
                   MOVE SPACES TO RL-TEXT
                   STRING "  ALREADY ON FILE AND ACTIVE - USE CHNG"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM BUILD-NEW-ENTRY
                   IF TARGET-ON-FILE
                       REWRITE AUTHORIZATION-RECORD
                   ELSE
                       WRITE AUTHORIZATION-RECORD
                   END-IF
                   IF WS-AUTH-STATUS NOT = "00"
                       DISPLAY "ERROR: ADD WRITE STATUS "
                               WS-AUTH-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO RL-TEXT
                       IF TARGET-ON-FILE
                           STRING "  AFTER: REINSTATED"
                                  DELIMITED BY SIZE INTO RL-TEXT
                       ELSE
                           STRING "  AFTER: ADDED"
                                  DELIMITED BY SIZE INTO RL-TEXT
                       END-IF
                       WRITE REPORT-LINE
                       PERFORM WRITE-ENTRY-DETAIL
                       IF AZ-REQUESTOR-ENTRY
                           PERFORM CHECK-REQUESTOR-DEPARTMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>   Lay the card's values over a clean record.  The key is
      *>   already in place from FETCH-NAMED-ENTRY.
       BUILD-NEW-ENTRY.
           MOVE SPACES TO AZ-DEPT
           MOVE 0 TO AZ-MAX-CELLS
           MOVE 0 TO AZ-NIGHTLY-QUOTA
           MOVE SPACE TO AZ-MAX-PRIORITY
           IF AX-REQUESTOR-CARD
               MOVE AX-DEPT TO AZ-DEPT
           ELSE
               IF AX-MAX-CELLS IS NUMERIC
                   MOVE AX-MAX-CELLS TO AZ-MAX-CELLS
               END-IF
               IF AX-NIGHTLY-QUOTA IS NUMERIC
                   MOVE AX-NIGHTLY-QUOTA TO AZ-NIGHTLY-QUOTA
               END-IF
               IF AX-MAX-PRIORITY IS NUMERIC
                   MOVE AX-MAX-PRIORITY TO AZ-MAX-PRIORITY
               END-IF
           END-IF
           SET AZ-IS-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO AZ-UPDATE-DATE.

       CHANGE-ONE-ENTRY.
           PERFORM EDIT-CONTROL-CARD
           IF CARD-IS-VALID
               PERFORM FETCH-NAMED-ENTRY
               IF NOT TARGET-ON-FILE OR AZ-IS-RETIRED
                   MOVE SPACES TO RL-TEXT
                   STRING "  NO ACTIVE ENTRY ON FILE - NOTHING TO "
                          "CHANGE"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF AX-REQUESTOR-CARD
                       IF AX-DEPT NOT = SPACES
                           MOVE AX-DEPT TO AZ-DEPT
                       END-IF
                   ELSE
                       IF AX-MAX-CELLS IS NUMERIC
                           MOVE AX-MAX-CELLS TO AZ-MAX-CELLS
                       END-IF
                       IF AX-NIGHTLY-QUOTA IS NUMERIC
                           MOVE AX-NIGHTLY-QUOTA TO AZ-NIGHTLY-QUOTA
                       END-IF
                       IF AX-MAX-PRIORITY = "*"
                           MOVE SPACE TO AZ-MAX-PRIORITY
                       ELSE
                           IF AX-MAX-PRIORITY IS NUMERIC
                               MOVE AX-MAX-PRIORITY
                                    TO AZ-MAX-PRIORITY
                           END-IF
                       END-IF
                   END-IF
                   MOVE WS-RUN-DATE TO AZ-UPDATE-DATE
                   REWRITE AUTHORIZATION-RECORD
                   IF WS-AUTH-STATUS NOT = "00"
                       DISPLAY "ERROR: CHANGE REWRITE STATUS "
                               WS-AUTH-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO RL-TEXT
                       STRING "  AFTER:"
                              DELIMITED BY SIZE INTO RL-TEXT
                       WRITE REPORT-LINE
                       PERFORM WRITE-ENTRY-DETAIL
                       IF AZ-REQUESTOR-ENTRY
                           PERFORM CHECK-REQUESTOR-DEPARTMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RETIRE-ONE-ENTRY.
           PERFORM EDIT-CONTROL-CARD
           IF CARD-IS-VALID
               PERFORM FETCH-NAMED-ENTRY
               IF NOT TARGET-ON-FILE OR AZ-IS-RETIRED
                   MOVE SPACES TO RL-TEXT
                   STRING "  NO ACTIVE ENTRY ON FILE - NOTHING TO "
                          "RETIRE"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   SET AZ-IS-RETIRED TO TRUE
                   MOVE WS-RUN-DATE TO AZ-UPDATE-DATE
                   REWRITE AUTHORIZATION-RECORD
                   IF WS-AUTH-STATUS NOT = "00"
                       DISPLAY "ERROR: RETIRE REWRITE STATUS "
                               WS-AUTH-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO RL-TEXT
                       STRING "  AFTER: RETIRED - NO LONGER "
                              "AUTHORIZES ANY REQUEST"
                              DELIMITED BY SIZE INTO RL-TEXT
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      *>   A requestor registered to a department that is not on
      *>   file (or is retired) is legal to store - the department
      *>   card may simply come later in the deck - but every
      *>   request from it would be refused, so say so.
       CHECK-REQUESTOR-DEPARTMENT.
           MOVE AUTHORIZATION-RECORD TO WS-HELD-ENTRY
           MOVE "D" TO AZ-REC-TYPE
           MOVE SPACES TO AZ-ID
           MOVE WS-HELD-ENTRY(10:4) TO AZ-ID(1:4)
           READ AUTH-MASTER
               INVALID KEY
                   MOVE SPACES TO RL-TEXT
                   STRING "  NOTE: DEPARTMENT " WS-HELD-ENTRY(10:4)
                          " NOT ON FILE - REQUESTS WILL BE REFUSED "
                          "UNTIL IT IS ADDED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   IF AZ-IS-RETIRED
                       MOVE SPACES TO RL-TEXT
                       STRING "  NOTE: DEPARTMENT "
                              WS-HELD-ENTRY(10:4)
                              " IS RETIRED - REQUESTS WILL BE "
                              "REFUSED"
                              DELIMITED BY SIZE INTO RL-TEXT
                       WRITE REPORT-LINE
                   END-IF
           END-READ
           MOVE WS-HELD-ENTRY TO AUTHORIZATION-RECORD.
