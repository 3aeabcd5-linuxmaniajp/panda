      ******************************************************************
      * BDATEREC -- business-date control record (business.date)
      *
      * The business date of the region, one line, kept apart from
      * the machine clock so work keyed after midnight in a late
      * close still belongs to the day being closed.  Only the
      * end-of-day step EODROLL moves it on -- refused while any
      * session is open, and past the HOLIDAY dates of the
      * batch.calendar -- and it writes the whole line:
      *   cols  1-8   the business date now in force (YYYYMMDD)
      *   cols 10-17  the business date it was rolled from
      *   cols 19-26  machine date of the roll
      *   cols 28-35  machine time of the roll (HHMMSSCC)
      *   cols 37-44  userid that signed on to roll it
      * MCPSUB reads it on its first call, at every DBOPEN and at
      * every GETDATE; a region with no business.date yet runs on
      * the machine date until its first roll.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  BDT-REC.
           02  BDT-DATE            PIC 9(08).
           02  FILLER              PIC X(01).
           02  BDT-PREV-DATE       PIC 9(08).
           02  FILLER              PIC X(01).
           02  BDT-ROLL-DATE       PIC 9(08).
           02  FILLER              PIC X(01).
           02  BDT-ROLL-TIME       PIC 9(08).
           02  FILLER              PIC X(01).
           02  BDT-ROLL-USERID     PIC X(08).
           02  FILLER              PIC X(36).
