       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
      *> Seal verification over the DISTINCT-POWERS audit log.
      *>
      *> Every night's block of audit records on DISTPWR.AUD is closed
      *> by a seal (AUDITREC.CPY) carrying the block's record count,
      *> hash totals of AU-COUNT and AU-DISTINCT, and a value chained
      *> from the seal before it over every byte of the block's
      *> records in order.  This program walks the whole log,
      *> rebuilds every seal from the records it covers through the
      *> same AUDSEAL subprogram that wrote it, and lists each night
      *> with its verdict:
      *>
      *>   ALTERED       the records in the block (or the seal itself)
      *>                 no longer give the seal that was written -
      *>                 a record changed, added, taken out or
      *>                 moved within the night
      *>   CHAIN BROKEN  the seal does not chain from the seal before
      *>                 it - a whole night was removed or moved
      *>   OUT OF ORDER  the seal is dated before the seal ahead of
      *>                 it - nights were reordered
      *>
      *> Any of the three ends the run with RETURN-CODE 8.  Records
      *> after the last seal have not been sealed yet (a run still
      *> going, or one that did not finish - its rerun seals them);
      *> they are counted and warned about with RETURN-CODE 4, as is
      *> a log with no seal on it at all.
      *>
      *> The first seal on the file may chain from a seal that
      *> ARCHIVE-MAINT has since cut to the audit archive; the report
      *> says so and takes it as the start of the chain.  Reading an
      *> archive generation followed by the live log (the JCL
      *> concatenates them) verifies the join between the two.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "DISTPWR.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VFYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  VERIFY-REPORT-FILE.
           COPY RPTLINE.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-AUDIT-STATUS     PIC X(02).
           05  WS-VFYRPT-STATUS    PIC X(02).
           05  WS-RECORD-COUNT     PIC 9(07) VALUE 0.
           05  WS-SEAL-COUNT       PIC 9(07) VALUE 0.
           05  WS-ALTERED-COUNT    PIC 9(05) VALUE 0.
           05  WS-BROKEN-COUNT     PIC 9(05) VALUE 0.
           05  WS-ORDER-COUNT      PIC 9(05) VALUE 0.
           05  WS-PREV-CHAIN       PIC 9(07) VALUE 0.
           05  WS-PREV-DATE        PIC X(10).
           05  WS-PREV-DATE-KEY    PIC X(08).
           05  WS-DATE-KEY         PIC X(08).
           05  WS-VERDICT          PIC X(12).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EOF-REACHED             VALUE "Y".
           05  WS-AUDIT-OPEN-SWITCH PIC X(01) VALUE "N".
               88  AUDIT-FILE-OPEN         VALUE "Y".
           05  WS-SEAL-SEEN-SWITCH PIC X(01) VALUE "N".
               88  SEAL-SEEN               VALUE "Y".

      *>   The seal as AUDSEAL rebuilds it from the block - the same
      *>   layout as AUDIT-SEAL-RECORD, compared with the seal on file.
       01  WS-REBUILT-SEAL.
           05  RS-RUN-DATE         PIC X(10).
           05  RS-SEAL-MARK        PIC X(08).
           05  RS-JOB-ID           PIC X(08).
           05  RS-RECORD-COUNT     PIC 9(06).
           05  RS-HASH-COUNT       PIC 9(07).
           05  RS-HASH-DISTINCT    PIC 9(07).
           05  RS-PRIOR-CHAIN      PIC 9(07).
           05  RS-CHAIN            PIC 9(07).

           COPY AUDSEAL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-VERIFY-FILES

           INITIALIZE AUDIT-SEAL-AREA

           MOVE SPACES TO RL-TEXT
           STRING "DISTINCT-POWERS AUDIT LOG SEAL VERIFICATION"
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           IF AUDIT-FILE-OPEN
               PERFORM READ-NEXT-AUDIT-RECORD
               PERFORM CHECK-AUDIT-RECORD UNTIL EOF-REACHED
               CLOSE AUDIT-FILE
           END-IF

           PERFORM WRITE-VERIFY-SUMMARY
           CLOSE VERIFY-REPORT-FILE

           IF WS-ALTERED-COUNT > 0
              OR WS-BROKEN-COUNT > 0
              OR WS-ORDER-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT AUDIT-FILE-OPEN
                  OR NOT SEAL-SEEN
                  OR SL-RECORD-COUNT > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           STOP RUN.

      *>   The verification report is rewritten each run, like the
      *>   run-history report.  A missing log has nothing to verify
      *>   and says so.
       OPEN-VERIFY-FILES.
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-VFYRPT-STATUS NOT = "00"
               DISPLAY "ERROR: VERIFY-REPORT-FILE OPEN STATUS "
                       WS-VFYRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE "N" TO WS-AUDIT-OPEN-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               SET AUDIT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: DISTPWR.AUD NOT AVAILABLE, STATUS "
                       WS-AUDIT-STATUS " - NOTHING TO VERIFY"
           END-IF.

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.

      *>   Run records go into the block totals; a seal closes the
      *>   block and is checked against them.
       CHECK-AUDIT-RECORD.
           IF AU-SEAL-RECORD
               PERFORM CHECK-ONE-SEAL
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               SET SL-ADD-RECORD TO TRUE
               MOVE AUDIT-RECORD TO SL-RECORD
               CALL "AUDSEAL" USING AUDIT-SEAL-AREA
           END-IF

           PERFORM READ-NEXT-AUDIT-RECORD.

      *>   The block is rebuilt from the prior chain the seal states,
      *>   so one altered night is reported once, as ALTERED, and
      *>   does not also throw every night after it out of the chain;
      *>   whether that prior chain is really the chain of the seal
      *>   ahead of it is the separate CHAIN BROKEN test.  Each link
      *>   is tested against the chain written on the seal ahead,
      *>   for the same reason.
       CHECK-ONE-SEAL.
           ADD 1 TO WS-SEAL-COUNT
           MOVE SPACES TO WS-VERDICT

           SET SL-SEAL-BLOCK TO TRUE
           MOVE AS-PRIOR-CHAIN TO SL-PRIOR-CHAIN
           MOVE AS-RUN-DATE TO SL-SEAL-DATE
           MOVE AS-JOB-ID TO SL-JOB-ID
           CALL "AUDSEAL" USING AUDIT-SEAL-AREA
           MOVE SL-RECORD TO WS-REBUILT-SEAL

           MOVE SPACES TO WS-DATE-KEY
           STRING AS-RUN-DATE(7:4) AS-RUN-DATE(1:2)
                  AS-RUN-DATE(4:2)
                  DELIMITED BY SIZE INTO WS-DATE-KEY

           MOVE SPACES TO RL-TEXT
           STRING "SEAL " AS-RUN-DATE "  " AS-JOB-ID
                  "  RECORDS " AS-RECORD-COUNT
                  "  CHAIN " AS-PRIOR-CHAIN " > " AS-CHAIN
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           IF WS-REBUILT-SEAL NOT = AUDIT-SEAL-RECORD
               ADD 1 TO WS-ALTERED-COUNT
               MOVE "ALTERED" TO WS-VERDICT
               MOVE SPACES TO RL-TEXT
               STRING "  *** ALTERED: SEAL SAYS RECORDS "
                      AS-RECORD-COUNT
                      "  HASH " AS-HASH-COUNT "/" AS-HASH-DISTINCT
                      "  CHAIN " AS-CHAIN " ***"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
               MOVE SPACES TO RL-TEXT
               STRING "  ***    THE LOG GIVES RECORDS "
                      RS-RECORD-COUNT
                      "  HASH " RS-HASH-COUNT "/" RS-HASH-DISTINCT
                      "  CHAIN " RS-CHAIN " ***"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF

           IF SEAL-SEEN
               IF AS-PRIOR-CHAIN NOT = WS-PREV-CHAIN
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE "CHAIN BROKEN" TO WS-VERDICT
                   MOVE SPACES TO RL-TEXT
                   STRING "  *** CHAIN BROKEN: SEAL OF " WS-PREV-DATE
                          " ENDS " WS-PREV-CHAIN
                          " - A NIGHT BETWEEN WAS REMOVED OR MOVED ***"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
               END-IF
               IF WS-DATE-KEY < WS-PREV-DATE-KEY
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE "OUT OF ORDER" TO WS-VERDICT
                   MOVE SPACES TO RL-TEXT
                   STRING "  *** OUT OF ORDER: DATED BEFORE THE SEAL "
                          "OF " WS-PREV-DATE " ***"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE SPACES TO RL-TEXT
               IF AS-PRIOR-CHAIN = 0
                   STRING "  FIRST SEAL EVER WRITTEN - CHAIN STARTS "
                          "HERE"
                          DELIMITED BY SIZE INTO RL-TEXT
               ELSE
                   STRING "  FIRST SEAL ON THIS FILE - CHAINS FROM "
                          "ARCHIVED SEAL " AS-PRIOR-CHAIN
                          DELIMITED BY SIZE INTO RL-TEXT
               END-IF
               WRITE REPORT-LINE
           END-IF

           IF WS-VERDICT = SPACES
               MOVE SPACES TO RL-TEXT
               STRING "  VERIFIED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF

           SET SEAL-SEEN TO TRUE
           MOVE AS-CHAIN TO WS-PREV-CHAIN
           MOVE AS-RUN-DATE TO WS-PREV-DATE
           MOVE WS-DATE-KEY TO WS-PREV-DATE-KEY.

       WRITE-VERIFY-SUMMARY.
           MOVE SPACES TO RL-TEXT
           WRITE REPORT-LINE

           MOVE SPACES TO RL-TEXT
           STRING "RUN RECORDS READ: " WS-RECORD-COUNT
                  "   SEALS: " WS-SEAL-COUNT
                  "   ALTERED: " WS-ALTERED-COUNT
                  "   CHAIN BROKEN: " WS-BROKEN-COUNT
                  "   OUT OF ORDER: " WS-ORDER-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           IF AUDIT-FILE-OPEN AND NOT SEAL-SEEN
               MOVE SPACES TO RL-TEXT
               STRING "WARNING: NO SEAL ON THE LOG - NOTHING CAN BE "
                      "VERIFIED UNTIL THE NEXT RUN SEALS IT"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           ELSE
               IF SL-RECORD-COUNT > 0
                   MOVE SPACES TO RL-TEXT
                   STRING "WARNING: " SL-RECORD-COUNT
                          " RECORD(S) AFTER THE LAST SEAL - A RUN "
                          "STILL GOING OR NOT FINISHED; ITS RERUN "
                          "SEALS THEM"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
               END-IF
           END-IF

           MOVE SPACES TO RL-TEXT
           IF WS-ALTERED-COUNT > 0
              OR WS-BROKEN-COUNT > 0
              OR WS-ORDER-COUNT > 0
               STRING "*** AUDIT LOG FAILED VERIFICATION - "
                      "INVESTIGATE BEFORE THE LOG IS RELIED ON ***"
                      DELIMITED BY SIZE INTO RL-TEXT
           ELSE
               STRING "EVERY SEALED NIGHT VERIFIED"
                      DELIMITED BY SIZE INTO RL-TEXT
           END-IF
           WRITE REPORT-LINE.
