      ******************************************************************
      * LAYREC -- record-layout catalog record (layout.catalog)
      *
      * DBEXTR and DBDLEXP each append the DBDESCRIBE layout they ran
      * under, one record per field, stamped with the path described
      * and the RUN-DATE/RUN-TIME/RUN-PROGRAM of their run.ledger
      * entry -- the stamp is the version.  LAYSUB writes and reads
      * the catalog (see LAYAREA); LAYRPT lists a path's history.
      *
      * A version is every record carrying the same stamp, in
      * LAY-FIELD-SEQ order; LAY-FIELD-COUNT repeats the number of
      * fields on each.  Offsets are zero-origin, as the engine
      * answers them.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  LAY-REC.
           02  LAY-PATH-ID         PIC 9(09).
           02  LAY-DATE            PIC 9(08).
           02  LAY-TIME            PIC 9(08).
           02  LAY-PROGRAM         PIC X(08).
           02  LAY-FIELD-COUNT     PIC 9(04).
           02  LAY-FIELD-SEQ       PIC 9(04).
           02  LAY-FIELD-NAME      PIC X(30).
           02  LAY-FIELD-OFFSET    PIC 9(09).
           02  LAY-FIELD-LENGTH    PIC 9(09).
           02  LAY-FIELD-TYPE      PIC X(01).
