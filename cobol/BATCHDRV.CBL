      *    MCPSUB's ENQUEUE: every record still in status 'Q' is
      *    driven in key (enqueueing) order, each as its own unit of
      *    work, and the record is marked back 'D' (done) or 'F'
      *    (rejected) with the MCP-RC it answered -- 'D' with RC 82
      *    when MCPSUB parked it for a supervisor -- that mark is
      *    what the requesting clerk reads next morning, stamped
      *    in QUE-STATUS-DATE/-TIME for QUERPT's morning report.
      *    Entries a clerk cancelled through QUEMAINT ('C') are
      *    passed over like the done ones.  An infrastructure code
      *    stops the drain and LEAVES the entry queued: the bridge
      *    failing is not the request failing.
      *****************************************************************
       300-DRAIN-QUEUE         SECTION.
           OPEN    I-O         QUE-FILE.
               PERFORM 220-END-UNIT-OF-WORK
               IF      (  FLG-STREAM-ERROR  =  ZERO  )
                   MOVE    'D'                 TO  QUE-STATUS
                   ACCEPT   QUE-STATUS-DATE    FROM    DATE    YYYYMMDD
                   ACCEPT   QUE-STATUS-TIME    FROM    TIME
                   REWRITE QUE-REC
               END-IF
             WHEN     90
             WHEN     95
               MOVE    '*** STREAM STOPPED ***' TO  RPT-STATUS
               MOVE    1                       TO  FLG-STREAM-ERROR
      *
      *    A request on a protected path-id was not driven: MCPSUB
      *    parked it on pending.change for a supervisor (RC 82).
      *    The entry is done as far as the queue goes -- marked 'D'
      *    with RC 82, which QUERPT reports as awaiting approval --
      *    and marked BEFORE the commit, because the parked change
      *    already stands outside the unit of work: left 'Q', the
      *    next drain would park it a second time.  Nothing else was
      *    applied, so the commit only closes an empty unit of work.
      *
             WHEN     82
               MOVE    '*** PARKED FOR APPROVAL ***'
                                               TO  RPT-STATUS
               MOVE    'D'                     TO  QUE-STATUS
               MOVE    MCP-RC                  TO  QUE-RC
               ACCEPT   QUE-STATUS-DATE        FROM    DATE    YYYYMMDD
               ACCEPT   QUE-STATUS-TIME        FROM    TIME
               REWRITE QUE-REC
      *
               MOVE    'C'                     TO  PARM-DISP
               PERFORM 220-END-UNIT-OF-WORK
             WHEN      OTHER
               MOVE    '*** REQUEST REJECTED ***'  TO  RPT-STATUS
               MOVE    'F'                     TO  QUE-STATUS
               MOVE    MCP-RC                  TO  QUE-RC
               ACCEPT   QUE-STATUS-DATE        FROM    DATE    YYYYMMDD
               ACCEPT   QUE-STATUS-TIME        FROM    TIME
               REWRITE QUE-REC
      *
      *    Clear the rejected work out of the open unit of work, so
