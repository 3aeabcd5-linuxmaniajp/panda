               03  SPA-WINDOW-TOP      PIC S9(4)   BINARY.
               03  SPA-WINDOW-ENTRY    OCCURS  10  TIMES
                                       PIC X(08).
      *
      *    SPA-MAINT is TPMAINT's place in a record-maintenance
      *    conversation: the screen it is on (S signon, R record
      *    page, F field detail), the userid signed on, the path-id
      *    in hand, the page and the field being looked at, a delete
      *    awaiting its confirming second press, and the function a
      *    drain or governor refusal left waiting for a 'Defer'.
      *
           02  SPA-MAINT.
               03  SPA-MAINT-SCREEN    PIC X(01).
               03  SPA-MAINT-USERID    PIC X(08).
               03  SPA-MAINT-PATH-ID   PIC S9(9)   BINARY.
               03  SPA-MAINT-PAGE      PIC S9(4)   BINARY.
               03  SPA-MAINT-FIELD     PIC S9(4)   BINARY.
               03  SPA-MAINT-CONFIRM   PIC X(01).
               03  SPA-MAINT-DEFER     PIC X(10).
           02  FILLER              PIC X(130).
