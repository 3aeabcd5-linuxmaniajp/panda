      ******************************************************************
      * FEEDREC -- change-data feed record (data.feed)
      *
      * Written by DJRNFEED for the downstream systems that want only
      * what changed since their last load.  Each feed file is one
      * header ('H'), one detail ('D') per committed change shipped
      * from data.journal, in journal order, and one trailer ('T').
      *
      * FEED-D-ACTION is derived from the journal's images: 'I' when
      * there was no before image, 'D' when there is no after image,
      * 'U' otherwise.  FEED-D-IMAGE is the record as it now stands
      * (the after image) -- for a delete, the record as it stood
      * before (the before image), which carries the key to remove.
      * FEED-D-BEFORE is the before image of an update and spaces for
      * the other two actions.
      *
      * The header carries the window shipped: everything journaled
      * after FEED-H-FROM-DATE/TIME up to and including
      * FEED-H-TO-DATE/TIME.  The trailer carries the detail count
      * and the run-control hash over the first 16 bytes of every
      * FEED-D-IMAGE, defined exactly as in RUNREC, so the receiving
      * side can post the same two figures to run.ledger under
      * program FEEDLOAD for RUNVERIF to pair against this run.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  FEED-REC.
           02  FEED-TYPE           PIC X(01).
           02  FEED-BODY           PIC X(2090).
           02  FEED-HEADER         REDEFINES   FEED-BODY.
               03  FEED-H-REGION       PIC X(08).
               03  FEED-H-RUN-DATE     PIC 9(08).
               03  FEED-H-RUN-TIME     PIC 9(08).
               03  FEED-H-FROM-DATE    PIC 9(08).
               03  FEED-H-FROM-TIME    PIC 9(08).
               03  FEED-H-TO-DATE      PIC 9(08).
               03  FEED-H-TO-TIME      PIC 9(08).
               03  FILLER              PIC X(2034).
           02  FEED-DETAIL         REDEFINES   FEED-BODY.
               03  FEED-D-DATE         PIC 9(08).
               03  FEED-D-TIME         PIC 9(08).
               03  FEED-D-PNAME        PIC X(08).
               03  FEED-D-USERID       PIC X(08).
               03  FEED-D-PATH-ID      PIC 9(09).
               03  FEED-D-ACTION       PIC X(01).
               03  FEED-D-IMAGE        PIC X(1024).
               03  FEED-D-BEFORE       PIC X(1024).
           02  FEED-TRAILER        REDEFINES   FEED-BODY.
               03  FEED-T-COUNT        PIC 9(09).
               03  FEED-T-HASH         PIC 9(12).
               03  FILLER              PIC X(2069).
