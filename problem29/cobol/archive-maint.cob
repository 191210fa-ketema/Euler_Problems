      *> as the live files.
      *>
      *> The audit and interchange records each carry their run date
      *> in the first ten bytes (MM/DD/YYYY).  The audit log is cut
      *> on sealed blocks, never record by record: each night's block
      *> goes wherever the seal that closes it goes, so every block
      *> lands on the same side of the cut as its seal and both the
      *> archive and the kept log still verify (AUDIT-VERIFY).  The
      *> cut is taken after the last of the leading seals dated
      *> before the cutoff; everything from there on is kept,
      *> including records no seal has closed yet.  The report has no
      *> date on every line, so it is cut on run blocks: each
      *> "RUN DATE: " banner decides the destination for its whole
      *> block, and the "PROBLEM 29" heading line just before the
           05  WS-ARCH-COUNT       PIC 9(07).
           05  WS-RETAIN-DAYS      PIC 9(03).
           05  WS-FILE-NAME        PIC X(11).
           05  WS-SCAN-COUNT       PIC 9(07).
           05  WS-ARCH-THROUGH     PIC 9(07).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  HEADING-LINE-HELD       VALUE "Y".
           05  WS-DATE-OK-SWITCH   PIC X(01) VALUE "N".
               88  RECORD-DATE-USABLE      VALUE "Y".
           05  WS-SEAL-SCAN-SWITCH PIC X(01) VALUE "N".
               88  SEAL-SCAN-STOPPED       VALUE "Y".

       01  WS-HELD-LINE            PIC X(132).

       PURGE-THE-AUDIT.
           MOVE RT-AUDIT-DAYS TO WS-RETAIN-DAYS
           PERFORM COMPUTE-CUTOFF-KEY
           PERFORM FIND-AUDIT-CUT-POINT
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEEP-COUNT
           MOVE 0 TO WS-ARCH-COUNT
           MOVE "DISTPWR.AUD" TO WS-FILE-NAME
           PERFORM WRITE-PURGE-SUMMARY-LINE.

      *>   First pass over the audit log: find the record number of
      *>   the last seal in the unbroken leading run of seals dated
      *>   before the cutoff.  Records 1 through that seal are whole
      *>   blocks and go to the archive; the first seal inside the
      *>   window (or without a usable date) stops the scan, so the
      *>   kept log always starts on a block boundary and the
      *>   archive is never a patchwork.  A seal is recognized by
      *>   the "**SEAL**" mark in its run-time bytes (AU-SEAL-RECORD,
      *>   AUDITREC.CPY).  A log with no seal on it yet is kept
      *>   whole.  A log that will not open is left to the copy pass
      *>   to report.
       FIND-AUDIT-CUT-POINT.
           MOVE 0 TO WS-SCAN-COUNT
           MOVE 0 TO WS-ARCH-THROUGH
           MOVE "N" TO WS-SEAL-SCAN-SWITCH
           MOVE "N" TO WS-EOF-SWITCH

           OPEN INPUT AUD-IN-FILE
           IF WS-AUD-IN-STATUS = "00"
               PERFORM UNTIL EOF-REACHED OR SEAL-SCAN-STOPPED
                   READ AUD-IN-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SCAN-COUNT
                           IF AUD-IN-REC(11:8) = "**SEAL**"
                               PERFORM GRADE-AUDIT-SEAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUD-IN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       GRADE-AUDIT-SEAL.
           MOVE AUD-IN-REC(1:10) TO WS-REC-DATE
           PERFORM BUILD-RECORD-DATE-KEY
           IF RECORD-DATE-USABLE AND WS-REC-KEY < WS-CUTOFF-KEY
               MOVE WS-SCAN-COUNT TO WS-ARCH-THROUGH
           ELSE
               SET SEAL-SCAN-STOPPED TO TRUE
           END-IF.

       ROUTE-AUDIT-RECORD.
           IF WS-READ-COUNT <= WS-ARCH-THROUGH
               MOVE AUD-IN-REC TO AUD-ARCH-REC
               WRITE AUD-ARCH-REC
               ADD 1 TO WS-ARCH-COUNT
