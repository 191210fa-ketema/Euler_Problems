      *> INTAKHST.CPY
      *> Intake batch history (INTAKHST.DAT) - permanent and append-
      *> only, one record per inbound batch REQUEST-INTAKE has read,
      *> applied or refused.  A batch number is a duplicate when the
      *> same sending system already has an APPLIED batch of that
      *> number here; a refused batch applied nothing, so the sender
      *> may correct it and send it again under the same number.
      *>
      *>   BH-BATCH-STATUS  "A" applied, "R" refused (BH-REASON says
      *>                    why, in the acknowledgment's wording)
      *>   BH-DETAIL-COUNT, BH-ACCEPTED-COUNT, BH-REJECTED-COUNT
      *>                    as on the acknowledgment trailer
       01  INTAKE-BATCH-HISTORY-RECORD.
           05  BH-SENDING-SYSTEM   PIC X(08).
           05  BH-BATCH-NO         PIC X(06).
           05  BH-RECEIVED-DATE    PIC X(10).
           05  BH-RECEIVED-TIME    PIC X(06).
           05  BH-BATCH-STATUS     PIC X(01).
               88  BH-APPLIED              VALUE "A".
               88  BH-REFUSED              VALUE "R".
           05  BH-REASON           PIC X(20).
           05  BH-DETAIL-COUNT     PIC 9(06).
           05  BH-ACCEPTED-COUNT   PIC 9(06).
           05  BH-REJECTED-COUNT   PIC 9(06).
