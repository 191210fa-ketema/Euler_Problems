       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEAL.
      *> Audit-log block totals and seal builder.
      *>
      *> Called by every program that writes a block of audit records
      *> - DISTINCT-POWERS for a night's run, POWER-MERGE for a split
      *> request's publish - to open the block, add each record as it
      *> is written, and build the seal record that closes it; and by
      *> AUDIT-VERIFY to rebuild every seal on the log from the
      *> records it covers.  The seal layout is in AUDITREC.CPY, the
      *> calling conventions in AUDSEAL.CPY.
      *>
      *> The chained value folds together the chain of the seal before
      *> it, the seal's run date and job, the record count, the two
      *> hash totals, and the block hash.  The block hash runs over
      *> every byte of every run record in the block in the order
      *> they were logged, each byte weighted by its place in the
      *> record and each record by its place in the block - so any
      *> field rewritten by hand (elapsed time, source and verify
      *> flags, run time and job included, not just the totalled
      *> counts), an amount moved from one record to another, or two
      *> records swapped changes the chain even where the plain hash
      *> totals still agree.  Everything is kept below the prime
      *> 9999991 so the chain always fits the seven-digit AS-CHAIN.
      *>
      *> The caller owns all of the block state, so a program may keep
      *> as many blocks open as it has parameter areas.  The log is
      *> only opened for the "O" function, read through and closed
      *> again before the caller opens it to extend it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "DISTPWR.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD        PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-LOG-STATUS       PIC X(02).
           05  WS-DATE-KEY         PIC X(08).
           05  WS-DATE-NUM         PIC 9(08).
           05  WS-CHAIN-WORK       PIC 9(18).
           05  WS-FOLD-WORK        PIC 9(18).
           05  WS-FOLD-IDX         PIC 9(03).
           05  WS-FOLD-LENGTH      PIC 9(03).
           05  WS-FOLD-BYTES       PIC X(60).

      *>   9999991 is the largest prime below ten million; 263 the
      *>   prime each step of the block hash multiplies by.
           05  WS-CHAIN-MODULUS    PIC 9(07) VALUE 9999991.
           05  WS-FOLD-MULTIPLIER  PIC 9(03) VALUE 263.

       01  WS-SWITCHES.
           05  WS-LOG-EOF-SWITCH   PIC X(01) VALUE "N".
               88  LOG-EOF-REACHED         VALUE "Y".

      *>   Both layouts of the copybook, as two separate areas here
      *>   rather than one record area - a seal read into
      *>   AUDIT-RECORD is moved across before its fields are used.
           COPY AUDITREC.

       LINKAGE SECTION.
           COPY AUDSEAL.

       PROCEDURE DIVISION USING AUDIT-SEAL-AREA.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN SL-OPEN-BLOCK
                   PERFORM OPEN-AUDIT-BLOCK
               WHEN SL-ADD-RECORD
                   MOVE SL-RECORD TO AUDIT-RECORD
                   PERFORM ADD-RECORD-TO-BLOCK
               WHEN SL-SEAL-BLOCK
                   PERFORM SEAL-AUDIT-BLOCK
           END-EVALUATE
           GOBACK.

      *>   Read the whole log: every seal restarts the totals and
      *>   becomes the prior chain, so what is left at the end is the
      *>   last seal's chain and whatever was logged after it.  No log
      *>   at all (status 35) is a new log and chains from zero.
       OPEN-AUDIT-BLOCK.
           PERFORM START-NEW-BLOCK
           MOVE 0 TO SL-PRIOR-CHAIN
           MOVE 0 TO SL-SEALS-READ
           MOVE "N" TO WS-LOG-EOF-SWITCH

           OPEN INPUT AUDIT-LOG
           EVALUATE WS-LOG-STATUS
               WHEN "00"
                   SET SL-LOG-READ TO TRUE
               WHEN "35"
                   SET SL-NO-LOG TO TRUE
               WHEN OTHER
                   SET SL-LOG-UNREADABLE TO TRUE
           END-EVALUATE

           IF SL-LOG-READ
               PERFORM UNTIL LOG-EOF-REACHED
                   READ AUDIT-LOG INTO AUDIT-RECORD
                       AT END
                           SET LOG-EOF-REACHED TO TRUE
                       NOT AT END
                           IF AU-SEAL-RECORD
                               ADD 1 TO SL-SEALS-READ
                               MOVE AUDIT-RECORD
                                    TO AUDIT-SEAL-RECORD
                               MOVE AS-CHAIN TO SL-PRIOR-CHAIN
                               PERFORM START-NEW-BLOCK
                           ELSE
                               PERFORM ADD-RECORD-TO-BLOCK
                           END-IF
                   END-READ
                   IF WS-LOG-STATUS NOT = "00"
                      AND WS-LOG-STATUS NOT = "10"
                       SET SL-LOG-UNREADABLE TO TRUE
                       SET LOG-EOF-REACHED TO TRUE
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF

           IF SL-LOG-UNREADABLE
               PERFORM START-NEW-BLOCK
               MOVE 0 TO SL-PRIOR-CHAIN
           END-IF.

       START-NEW-BLOCK.
           MOVE 0 TO SL-RECORD-COUNT
           MOVE 0 TO SL-HASH-COUNT
           MOVE 0 TO SL-HASH-DISTINCT
           MOVE 0 TO SL-HASH-BLOCK.

      *>   A count that does not hold digits (a torn write, a record
      *>   from before an extension) adds nothing to its hash total,
      *>   the same way every time, so writer and verifier always
      *>   agree on it; its bytes still go into the block hash.  The
      *>   record is hashed as the full 60 bytes the log reads back -
      *>   a short record from before an extension is space-filled.
       ADD-RECORD-TO-BLOCK.
           ADD 1 TO SL-RECORD-COUNT
           IF AU-COUNT IS NUMERIC
               ADD AU-COUNT TO SL-HASH-COUNT
           END-IF
           IF AU-DISTINCT IS NUMERIC
               ADD AU-DISTINCT TO SL-HASH-DISTINCT
           END-IF

           MOVE AUDIT-RECORD TO WS-FOLD-BYTES
           MOVE 60 TO WS-FOLD-LENGTH
           PERFORM FOLD-BYTES-INTO-BLOCK
           COMPUTE WS-FOLD-WORK =
                   SL-HASH-BLOCK * WS-FOLD-MULTIPLIER + SL-RECORD-COUNT
           COMPUTE SL-HASH-BLOCK =
                   FUNCTION MOD(WS-FOLD-WORK, WS-CHAIN-MODULUS).

      *>   Each byte is folded in by its ordinal plus its position,
      *>   so the same byte in another field, or the same field
      *>   value in another record, never folds in the same way.
       FOLD-BYTES-INTO-BLOCK.
           PERFORM VARYING WS-FOLD-IDX FROM 1 BY 1
                   UNTIL WS-FOLD-IDX > WS-FOLD-LENGTH
               COMPUTE WS-FOLD-WORK =
                       SL-HASH-BLOCK * WS-FOLD-MULTIPLIER
                       + FUNCTION ORD(WS-FOLD-BYTES(WS-FOLD-IDX:1))
                       + WS-FOLD-IDX
               COMPUTE SL-HASH-BLOCK =
                       FUNCTION MOD(WS-FOLD-WORK, WS-CHAIN-MODULUS)
           END-PERFORM.

      *>   The hash totals go onto the seal as their low-order seven
      *>   digits (MOVE truncates on the left); the chain is worked
      *>   from what the seal carries, so the verifier can rebuild it
      *>   from the seal and the records alone.  The sealing job is
      *>   folded into the block hash last, so the seal's own job
      *>   cannot be rewritten either.
       SEAL-AUDIT-BLOCK.
           MOVE SPACES TO AUDIT-SEAL-RECORD
           MOVE SL-SEAL-DATE TO AS-RUN-DATE
           MOVE "**SEAL**" TO AS-SEAL-MARK
           MOVE SL-JOB-ID TO AS-JOB-ID
           MOVE SL-RECORD-COUNT TO AS-RECORD-COUNT
           MOVE SL-HASH-COUNT TO AS-HASH-COUNT
           MOVE SL-HASH-DISTINCT TO AS-HASH-DISTINCT
           MOVE SL-PRIOR-CHAIN TO AS-PRIOR-CHAIN

           MOVE SPACES TO WS-DATE-KEY
           STRING SL-SEAL-DATE(7:4) SL-SEAL-DATE(1:2)
                  SL-SEAL-DATE(4:2)
                  DELIMITED BY SIZE INTO WS-DATE-KEY
           IF WS-DATE-KEY IS NUMERIC
               MOVE WS-DATE-KEY TO WS-DATE-NUM
           ELSE
               MOVE 0 TO WS-DATE-NUM
           END-IF

           MOVE SPACES TO WS-FOLD-BYTES
           MOVE AS-JOB-ID TO WS-FOLD-BYTES
           MOVE 8 TO WS-FOLD-LENGTH
           PERFORM FOLD-BYTES-INTO-BLOCK

           COMPUTE WS-CHAIN-WORK =
                   AS-PRIOR-CHAIN * 7919 + WS-DATE-NUM
                   + AS-RECORD-COUNT * 31 + AS-HASH-COUNT * 17
                   + AS-HASH-DISTINCT * 13 + SL-HASH-BLOCK * 7
           COMPUTE AS-CHAIN =
                   FUNCTION MOD(WS-CHAIN-WORK, WS-CHAIN-MODULUS)

           MOVE AUDIT-SEAL-RECORD TO SL-RECORD
           PERFORM START-NEW-BLOCK
           MOVE AS-CHAIN TO SL-PRIOR-CHAIN.
