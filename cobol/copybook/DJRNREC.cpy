      * table.  DJRNRPT prints the journal for a keyed path-id and
      * date range, in the spirit of what MAINTRPT does for
      * maint.journal.
      *
      * DJRN-USERID is the maker -- the userid whose session drove
      * the change, or, for a change parked on a protect.range range
      * and approved later, the userid that parked it.  DJRN-CHECKER
      * is the supervisor who approved such a change through
      * MCPSUB's 'APPROVE' (never the maker), and spaces for an
      * ordinary update that needed no second pair of eyes.
      *
      * DJRN-BUS-DATE is the business date (business.date) of the
      * committing unit of work, beside the wall-clock DJRN-DATE/
      * DJRN-TIME; DJRNRPT selects its date range by it.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
           02  DJRN-PATH-ID        PIC S9(9)   BINARY.
           02  DJRN-BEFORE         PIC X(1024).
           02  DJRN-AFTER          PIC X(1024).
           02  DJRN-CHECKER        PIC X(08).
           02  DJRN-BUS-DATE       PIC 9(08).
