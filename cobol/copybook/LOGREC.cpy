      * count or pair calls (DBLOGRPT, DBSTATS) look only at the
      * LOG-BLOCK-SEQ 1 record of a set; DBREPLAY reassembles the
      * set so a multi-block update replays whole.
      *
      * LOG-USERID is the userid the terminal's session signed on as
      * (spaces before its AUTH), so usage can be charged back by
      * userid as well as by terminal.  It sits after LOG-DATA so
      * every field before it keeps its offset.
      *
      * LOG-BUS-DATE is the business date (business.date) the call
      * was made under, beside the wall-clock LOG-DATE/LOG-TIME --
      * work keyed after midnight in a late close still belongs to
      * the day being closed.  DBLOGCUT names its archive
      * generations by it and DBLOGRPT selects by it.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
           02  LOG-RC              PIC S9(4)   BINARY.
           02  LOG-BLOCK-SEQ       PIC S9(4)   BINARY.
           02  LOG-DATA            PIC X(1024).
           02  LOG-USERID          PIC X(08).
           02  LOG-BUS-DATE        PIC 9(08).
