      ******************************************************************
      * PENDREC -- pending change record (pending.change)
      *
      * One record per update MCPSUB parked because its path-id fell
      * inside a protect.range range (RC 82): who asked (terminal and
      * signed-on userid, the maker), what to run (the function, its
      * path and the request image as keyed), what the record said
      * when it was parked, and what became of it.  The key is the
      * parking date/time plus the terminal, the same shape as the
      * work.queue key.
      *
      *     PEND-STATUS 'P' = pending, waiting for a supervisor
      *                 'A' = approved -- driven through MCPSUB's
      *                       'APPROVE' and committed; the change is
      *                       on data.journal under both userids
      *                 'J' = rejected through PENDMAINT, PEND-REASON
      *                       says why
      *
      * PEND-CHECKER is the supervisor who approved or rejected it
      * (never the maker), and PEND-STATUS-DATE/-TIME stamp the last
      * change of PEND-STATUS.  PEND-BEFORE is the record image the
      * engine answered for the path-id when the change was parked
      * (spaces when there was none -- an insert); an approval is
      * refused if the record no longer says that.  PEND-AFTER is
      * the request image exactly as the maker keyed it, which is
      * what the approval drives (for a delete it is the image the
      * delete carried, not the record's after state).
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  PEND-REC.
           02  PEND-KEY.
               03  PEND-DATE           PIC 9(08).
               03  PEND-TIME           PIC 9(08).
               03  PEND-PNAME          PIC X(08).
           02  PEND-MAKER          PIC X(08).
           02  PEND-FUNC           PIC X(10).
           02  PEND-PATH-BLOCKS    PIC S9(9)   BINARY.
           02  PEND-PATH-ID        PIC S9(9)   BINARY.
           02  PEND-PATH-LENGTH    PIC S9(9)   BINARY.
           02  PEND-STATUS         PIC X(01).
           02  PEND-CHECKER        PIC X(08).
           02  PEND-STATUS-DATE    PIC 9(08).
           02  PEND-STATUS-TIME    PIC 9(08).
           02  PEND-REASON         PIC X(40).
           02  PEND-BEFORE         PIC X(1024).
           02  PEND-AFTER          PIC X(1024).
