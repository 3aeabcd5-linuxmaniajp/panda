      ******************************************************************
      * LAYAREA -- record-layout catalog area
      *
      * This is the first CALL parameter passed to LAYSUB; the second
      * is the caller's METASAVE (DB-META-SAVE), the layout as
      * DBDESCRIBE answered it for this run.
      *
      *   'RECORD' the caller sets LAYAREA-PROGRAM, -PATH-ID, -DATE
      *            and -TIME to its run.ledger stamp.  LAYSUB appends
      *            one LAYREC per METASAVE field to layout.catalog.
      *   'CHECK'  the caller sets LAYAREA-PROGRAM to the program
      *            that produced its input (DBEXTR, DBDLEXP) and
      *            LAYAREA-PATH-ID.  With LAYAREA-TIME set, the
      *            version stamped LAYAREA-DATE/-TIME is taken; with
      *            only LAYAREA-DATE set, the latest version on or
      *            before that date; with neither, the latest of all.
      *            The stamp of the version taken is answered in
      *            LAYAREA-DATE/-TIME, and it is compared field by
      *            field, by name, with METASAVE: one LAYAREA-DRIFT
      *            entry per difference, counted by kind --
      *              ADDED    in METASAVE, not in the catalog
      *              REMOVED  in the catalog, not in METASAVE
      *              MOVED    offset differs
      *              RESIZED  length differs
      *              RETYPED  type differs
      *            A field both moved and resized has two entries.
      *
      *    LAYAREA-RC codes:
      *         0  RECORD: recorded / CHECK: the layouts agree
      *        10  CHECK: the layouts differ -- see LAYAREA-DRIFT
      *        90  layout.catalog could not be opened
      *        91  CHECK: no catalogued version for the program and
      *            path (on or before the date, or with the stamp)
      *        92  RECORD: METASAVE holds no fields -- nothing written
      *        93  unknown LAYAREA-FUNC
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  LAYAREA.
           02  LAYAREA-FUNC        PIC X(08).
           02  LAYAREA-PROGRAM     PIC X(08).
           02  LAYAREA-PATH-ID     PIC S9(9)   BINARY.
           02  LAYAREA-DATE        PIC 9(08).
           02  LAYAREA-TIME        PIC 9(08).
           02  LAYAREA-ADDED       PIC S9(9)   BINARY.
           02  LAYAREA-REMOVED     PIC S9(9)   BINARY.
           02  LAYAREA-MOVED       PIC S9(9)   BINARY.
           02  LAYAREA-RESIZED     PIC S9(9)   BINARY.
           02  LAYAREA-RETYPED     PIC S9(9)   BINARY.
           02  LAYAREA-DRIFT-COUNT PIC S9(9)   BINARY.
           02  LAYAREA-DRIFT       OCCURS  256 TIMES.
               03  LAYAREA-DRIFT-KIND      PIC X(08).
               03  LAYAREA-DRIFT-FIELD     PIC X(30).
               03  LAYAREA-DRIFT-WAS-OFF   PIC 9(04).
               03  LAYAREA-DRIFT-WAS-LEN   PIC 9(04).
               03  LAYAREA-DRIFT-WAS-TYPE  PIC X(01).
               03  LAYAREA-DRIFT-NOW-OFF   PIC 9(04).
               03  LAYAREA-DRIFT-NOW-LEN   PIC 9(04).
               03  LAYAREA-DRIFT-NOW-TYPE  PIC X(01).
           02  LAYAREA-RC          PIC S9(4)   BINARY.
