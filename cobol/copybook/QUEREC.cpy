      *
      *     QUE-STATUS  'Q' = queued, waiting for the batch window
      *                 'D' = done -- drained by BATCHDRV, QUE-RC
      *                       carries the MCP-RC it answered (82 =
      *                       parked on pending.change, not applied)
      *                 'F' = failed -- the engine rejected it,
      *                       QUE-RC says why
      *                 'C' = cancelled -- withdrawn through QUEMAINT
      *                       before the batch window; the drain
      *                       skips it
      *
      * QUE-STATUS-DATE/-TIME stamp the last change of QUE-STATUS:
      * the enqueue itself, the drain that marked it 'D' or 'F', or
      * the QUEMAINT cancel or resubmit.  QUERPT reports the night's
      * drain by it and QUEMAINT ages 'D' and 'C' entries by it for
      * the purge.
      *
      * QUE-BUS-DATE is the business date (business.date) the request
      * was enqueued under -- the day whose work it is, whatever the
      * wall clock said when it was keyed.
      *
      * The requesting clerk's screen reads the record back next
      * morning by its key to see what happened.
           02  QUE-STATUS          PIC X(01).
           02  QUE-RC              PIC S9(4)   BINARY.
           02  QUE-DATA            PIC X(1024).
           02  QUE-STATUS-DATE     PIC 9(08).
           02  QUE-STATUS-TIME     PIC 9(08).
           02  QUE-BUS-DATE        PIC 9(08).
