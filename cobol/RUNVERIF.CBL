      * abended disposition, is flagged on the report and summed on
      * the console, so a 30-record shortfall shows up the next
      * morning instead of three weeks later.
      *
      * The change-data feed is paired the same way: a FEEDLOAD --
      * the receiving side's load of data.feed, posted under that
      * name -- is checked against the most recent DJRNFEED before
      * it, its loaded count against the changes fed and its hash
      * against the feed's.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       01  FLG.
           02  FLG-RUN-EOF         PIC 9       VALUE ZERO.
           02  FLG-EXTR-SEEN       PIC 9       VALUE ZERO.
           02  FLG-FEED-SEEN       PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  RUN-FILE-STATUS     PIC X(02).
       01  WORK.
           02  EXTR-OUT-COUNT      PIC 9(09).
           02  EXTR-HASH           PIC 9(12).
      *
      *    Likewise the most recent complete DJRNFEED, for the
      *    next FEEDLOAD.
      *
       01  LAST-FEED.
           02  FEED-DATE           PIC 9(08).
           02  FEED-TIME           PIC 9(08).
           02  FEED-OUT-COUNT      PIC 9(09).
           02  FEED-HASH           PIC 9(12).
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
                       MOVE    1               TO  FLG-EXTR-SEEN
                     WHEN     'DBLOAD'
                       PERFORM 200-PAIR-WITH-EXTRACT
                     WHEN     'DJRNFEED'
                       MOVE    RUN-DATE        TO  FEED-DATE
                       MOVE    RUN-TIME        TO  FEED-TIME
                       MOVE    RUN-OUT-COUNT   TO  FEED-OUT-COUNT
                       MOVE    RUN-HASH        TO  FEED-HASH
                       MOVE    1               TO  FLG-FEED-SEEN
                     WHEN     'FEEDLOAD'
                       PERFORM 210-PAIR-WITH-FEED
                     WHEN      OTHER
                       CONTINUE
                   END-EVALUATE
                   MOVE    'PAIRED OK'                 TO  RPT-STATUS
               END-EVALUATE
           END-IF.
      *****************************************************************
      *    210-PAIR-WITH-FEED -- the receiving side's load took the
      *    most recent complete change-data feed.  It must have
      *    loaded as many changes as DJRNFEED shipped, with the same
      *    hash over their record images.
      *****************************************************************
       210-PAIR-WITH-FEED      SECTION.
           IF      (  FLG-FEED-SEEN  NOT =  1  )
               MOVE    '*** NO FEED TO PAIR ***'   TO  RPT-STATUS
               ADD     1           TO  MISMATCH-COUNT
           ELSE
               ADD     1           TO  PAIR-COUNT
               EVALUATE    TRUE
                 WHEN    (  RUN-IN-COUNT  NOT =  FEED-OUT-COUNT  )
                   MOVE    '*** COUNT MISMATCH ***'    TO  RPT-STATUS
                   ADD     1           TO  MISMATCH-COUNT
                 WHEN    (  RUN-HASH  NOT =  FEED-HASH  )
                   MOVE    '*** HASH MISMATCH ***'     TO  RPT-STATUS
                   ADD     1           TO  MISMATCH-COUNT
                 WHEN      OTHER
                   MOVE    'PAIRED OK'                 TO  RPT-STATUS
               END-EVALUATE
           END-IF.
