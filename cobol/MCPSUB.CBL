               ACCESS  MODE    DYNAMIC
               RECORD  KEY     QUE-KEY
               FILE    STATUS  QUE-FILE-STATUS.
           SELECT  SEC-FILE
               ASSIGN  USING   DSN-SECURITY-LOG
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SEC-FILE-STATUS.
           SELECT  GOV-FILE
               ASSIGN  USING   DSN-GOVERNOR-PROFILE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  GOV-FILE-STATUS.
           SELECT  PROT-FILE
               ASSIGN  USING   DSN-PROTECT-RANGE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  PROT-FILE-STATUS.
           SELECT  PEND-FILE
               ASSIGN  USING   DSN-PENDING-CHANGE
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     PEND-KEY
               FILE    STATUS  PEND-FILE-STATUS.
           SELECT  BDT-FILE
               ASSIGN  USING   DSN-BUSINESS-DATE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  BDT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  DBR-FILE.
           COPY    DJRNREC.
       FD  QUE-FILE.
           COPY    QUEREC.
       FD  SEC-FILE.
           COPY    SECREC.
       FD  GOV-FILE.
           COPY    GOVREC.
       FD  PROT-FILE.
           COPY    PROTREC.
       FD  PEND-FILE.
           COPY    PENDREC.
       FD  BDT-FILE.
           COPY    BDATEREC.
       WORKING-STORAGE         SECTION.
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  TODAY-SERIAL        PIC S9(9)   BINARY.
           02  PWD-SERIAL          PIC S9(9)   BINARY.
           02  PWD-AGE-DAYS        PIC S9(9)   BINARY.
           02  WRK-SYSTIME         PIC 9(08).
           02  WRK-SYSTIME-X       REDEFINES   WRK-SYSTIME.
               03  WRK-SYSTIME-HH      PIC 9(02).
               03  WRK-SYSTIME-MM      PIC 9(02).
               03  FILLER              PIC 9(04).
           02  WRK-UOWTIME         PIC 9(08).
           02  WRK-UOWTIME-X       REDEFINES   WRK-UOWTIME.
               03  WRK-UOWTIME-HH      PIC 9(02).
               03  WRK-UOWTIME-MM      PIC 9(02).
               03  FILLER              PIC 9(04).
           02  NOW-MINUTES         PIC S9(9)   BINARY.
           02  UOW-MINUTES         PIC S9(9)   BINARY.
      *
      *    BUS-DATE is the region's business date, read from
      *    business.date by 410-LOAD-BUSINESS-DATE -- what GETDATE
      *    answers and what the log, journal and queue records carry
      *    in LOG-/DJRN-/QUE-BUS-DATE beside their wall-clock stamps.
      *    EODROLL refuses to roll it while a session is open, so
      *    reading it again at each DBOPEN keeps it current.
      *
           02  BUS-DATE            PIC 9(08)   VALUE ZERO.
      *
      *    Scratch fields for 700-DATE-TO-SERIAL -- a day count that
      *    only has to be monotonic and a day apart per calendar day.
           02  FLG-DRAIN-MODE      PIC 9          VALUE ZERO.
           02  FLG-REGION-DONE     PIC 9          VALUE ZERO.
      *
      *    FLG-SEC-EVENT is raised wherever MCPSUB itself turns a
      *    caller away for a security reason (RC 80/85/86/87/91/93/
      *    97);
      *    000-ENTRY then appends the event to security.log once the
      *    function is done -- an RC relayed from the engine never
      *    raises it.
      *
           02  FLG-SEC-EVENT       PIC 9          VALUE ZERO.
      *
      *    FLG-GOV-TRIPPED is raised by 750-GOVERN-CALL when the call
      *    in hand would take its session's unit of work past a
      *    governor limit -- the unit of work has been rolled back
      *    and 000-ENTRY does not dispatch the call at all.
      *
           02  FLG-GOV-TRIPPED     PIC 9          VALUE ZERO.
           02  FLG-GOV-EOF         PIC 9          VALUE ZERO.
           02  FLG-PROT-EOF        PIC 9          VALUE ZERO.
      *
      *    The physical dataset names of this region, answered by
      *    REGSUB from region.profile on the first call -- a
      *    directory with no profile answers the logical names
           02  DSN-AUTH-DAT        PIC X(40).
           02  DSN-DATA-JOURNAL    PIC X(40).
           02  DSN-WORK-QUEUE      PIC X(40).
           02  DSN-SECURITY-LOG    PIC X(40).
           02  DSN-GOVERNOR-PROFILE PIC X(40).
           02  DSN-PROTECT-RANGE   PIC X(40).
           02  DSN-PENDING-CHANGE  PIC X(40).
           02  DSN-BUSINESS-DATE   PIC X(40).
           COPY    REGAREA.
      *
      *    One SES-ENTRY per signed-on terminal, found by MCP-PNAME --
      *    The physical bridge files are shared: opened when the
      *    first session's DBOPEN succeeds, closed again when the
      *    last open session issues DBCLOSE (SES-OPEN-COUNT).
      *
      *    SES-UOW-OPEN is up from a session's confirmed DBSTART to
      *    its DBCOMMIT or DBROLLBACK; SES-UOW-CALLS/-UPDATES count
      *    what that unit of work has issued and SES-UOW-DATE/-TIME
      *    stamp its DBSTART -- what 750-GOVERN-CALL holds against
      *    the class's limits.
      *
       01  SES.
           02  SES-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 32.
               03  SES-USERID          PIC X(08)   VALUE SPACES.
               03  SES-DB-OPEN         PIC 9       VALUE ZERO.
               03  SES-SEQ-NO          PIC S9(9)   BINARY  VALUE ZERO.
               03  SES-UOW-OPEN        PIC 9       VALUE ZERO.
               03  SES-UOW-CALLS       PIC S9(9)   BINARY  VALUE ZERO.
               03  SES-UOW-UPDATES     PIC S9(9)   BINARY  VALUE ZERO.
               03  SES-UOW-DATE        PIC 9(08)   VALUE ZERO.
               03  SES-UOW-TIME        PIC 9(08)   VALUE ZERO.
      *
      *    The governor limits, one GOVT-ENTRY per class line of
      *    governor.profile (GOVREC), loaded once by 740-LOAD-
      *    GOVERNOR.  Zero is no limit; a class with no entry is
      *    not governed.  GOV-EVENT is the LOG-DATA of the 'G'
      *    record 780-WRITE-GOVERNOR-LOG puts on the transaction
      *    log when a unit of work is rolled back: the limit that
      *    tripped, the call that tripped it, and the unit of work's
      *    usage against its class's limits at that moment.
      *
       01  GOVT.
           02  GOVT-MAX-ENTRIES    PIC S9(9)   BINARY  VALUE 16.
           02  GOVT-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  GOVT-SUB            PIC S9(9)   BINARY  VALUE ZERO.
           02  GOVT-FIND-CLASS     PIC X(01).
           02  GOVT-BAD            PIC 9       VALUE ZERO.
           02  GOVT-FUNC           PIC X(10).
               88  GOVT-FUNC-DESK
                   VALUE   'DRAINON'
                           'DRAINOFF'
                           'DRAINSTAT'
                           'LOCKLIST'
                           'ENQUEUE'
                           'GOVLIST'.
           02  GOVT-NUMBER         PIC 9(07).
           02  GOVT-NUMBER-X       REDEFINES   GOVT-NUMBER
                                   PIC X(07).
           02  GOVT-SHIFT          PIC X(07).
           02  GOVT-ENTRY          OCCURS  16  TIMES.
               03  GOVT-CLASS          PIC X(01).
               03  GOVT-MAX-CALLS      PIC S9(9)   BINARY.
               03  GOVT-MAX-UPDATES    PIC S9(9)   BINARY.
               03  GOVT-MAX-MINUTES    PIC S9(9)   BINARY.
       01  GOV-EVENT.
           02  GEV-LIMIT           PIC X(08).
           02  FILLER              PIC X(01)   VALUE SPACE.
           02  GEV-FUNC            PIC X(10).
           02  FILLER              PIC X(01)   VALUE SPACE.
           02  GEV-CLASS           PIC X(01).
           02  FILLER              PIC X(01)   VALUE SPACE.
           02  GEV-CALLS           PIC 9(09).
           02  FILLER              PIC X(01)   VALUE '/'.
           02  GEV-MAX-CALLS       PIC 9(09).
           02  FILLER              PIC X(01)   VALUE SPACE.
           02  GEV-UPDATES         PIC 9(09).
           02  FILLER              PIC X(01)   VALUE '/'.
           02  GEV-MAX-UPDATES     PIC 9(09).
           02  FILLER              PIC X(01)   VALUE SPACE.
           02  GEV-MINUTES         PIC 9(09).
           02  FILLER              PIC X(01)   VALUE '/'.
           02  GEV-MAX-MINUTES     PIC 9(09).
      *
      *    The protected path-id ranges, one PRT-ENTRY per line of
      *    protect.range (PROTREC), loaded once by 310-LOAD-PROTECT.
      *    320-CHECK-PROTECT raises PRT-HIT when the update in hand
      *    falls inside one of them.
      *
       01  PRT.
           02  PRT-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 64.
           02  PRT-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  PRT-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  PRT-HIT             PIC 9       VALUE ZERO.
           02  PRT-BAD             PIC 9       VALUE ZERO.
           02  PRT-NUMBER          PIC 9(09).
           02  PRT-NUMBER-X        REDEFINES   PRT-NUMBER
                                   PIC X(09).
           02  PRT-SHIFT           PIC X(09).
           02  PRT-ENTRY           OCCURS  64  TIMES.
               03  PRT-LOW             PIC S9(9)   BINARY.
               03  PRT-HIGH            PIC S9(9)   BINARY.
      *
      *    The update in hand -- what 240-CAPTURE-BEFORE-IMAGE, 250-
      *    HOLD-JOURNAL-ENTRY, 290-CHECK-LOCK, 292-TAKE-LOCK and 330-
      *    PARK-CHANGE work on.  200-TABLE-OPERATION (and 850-ENQUEUE)
      *    fill it from the caller's function, path and record image,
      *    with the session's userid as maker and no checker; 355-
      *    APPROVE-PENDING fills it from the pending.change record,
      *    with the userid that parked it as maker, the approving
      *    supervisor as checker and the pending key, so 260-WRITE-
      *    JOURNAL-UOW can journal both and close the record out.
      *
       01  UPD.
           02  UPD-FUNC            PIC X(10).
           02  UPD-PATH.
               03  UPD-PATH-BLOCKS     PIC S9(9)   BINARY.
               03  UPD-PATH-ID         PIC S9(9)   BINARY.
               03  UPD-PATH-LENGTH     PIC S9(9)   BINARY.
           02  UPD-MAKER           PIC X(08).
           02  UPD-CHECKER         PIC X(08).
           02  UPD-PEND-KEY        PIC X(24).
           02  UPD-IMAGE           PIC X(1024).
       01  FILE-STATUSES.
           02  DBR-FILE-STATUS     PIC X(02).
           02  DBW-FILE-STATUS     PIC X(02).
           02  CKPT-FILE-STATUS    PIC X(02).
           02  AUTH-FILE-STATUS    PIC X(02).
           02  QUE-FILE-STATUS     PIC X(02).
           02  SEC-FILE-STATUS     PIC X(02).
           02  GOV-FILE-STATUS     PIC X(02).
           02  PROT-FILE-STATUS    PIC X(02).
           02  PEND-FILE-STATUS    PIC X(02).
           02  BDT-FILE-STATUS     PIC X(02).
      *
      *    The business-data journal holds its entries here until
      *    the owning session's DBCOMMIT -- work that rolls back is
               03  PJRN-PATH-ID        PIC S9(9)   BINARY.
               03  PJRN-BEFORE         PIC X(1024).
               03  PJRN-AFTER          PIC X(1024).
               03  PJRN-CHECKER        PIC X(08).
               03  PJRN-PEND-KEY       PIC X(24).
      *
      *    The record locks: one LCK-ENTRY per path-id a session has
      *    updated since its DBSTART, taken by 292-TAKE-LOCK when the
      *    engine confirms the update and dropped by 294-RELEASE-LOCKS
      *    at that session's DBCOMMIT, DBROLLBACK or end.  Another
      *    terminal's update of a locked path-id is refused (RC 83)
      *    rather than left to overwrite uncommitted work, and the
      *    'LOCKLIST' function answers the whole table so the desk
      *    can see who is holding whom up.  The table is sized like
      *    PJRN-ENTRY -- a unit of work never holds more locks than
      *    journal entries.
      *
       01  LCK.
           02  LCK-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 200.
           02  LCK-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  LCK-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  LCK-KEEP            PIC S9(9)   BINARY  VALUE ZERO.
           02  LCK-FOUND           PIC 9       VALUE ZERO.
           02  LCK-HOLDER          PIC X(08)   VALUE SPACES.
           02  LCK-ENTRY           OCCURS  200 TIMES.
               03  LCK-PNAME           PIC X(08).
               03  LCK-ACTIVE          PIC 9.
               03  LCK-USERID          PIC X(08).
               03  LCK-PATH-ID         PIC S9(9)   BINARY.
               03  LCK-DATE            PIC 9(08).
               03  LCK-TIME            PIC 9(08).
       01  PATH-NULL.
           02  FILLER      PIC S9(9)   BINARY  VALUE 1.
           02  FILLER      PIC S9(9)   BINARY  VALUE -1.
      *
      *    MCP-RC codes raised directly by MCPSUB (as opposed to RC's
      *    relayed from the DB engine in DBCOMM-RC):
      *        80  APPROVE -- the pending change was not approved;
      *            MCP-STATUS says why: 'NOT FOUND' (no such key on
      *            pending.change), 'NOT PEND' (already approved or
      *            rejected), 'OWN CHANGE' (the supervisor parked it
      *            -- a userid never approves its own change, and the
      *            attempt is a security event) or 'CHANGED' (the
      *            record no longer says what it said when the change
      *            was parked -- reject it and key it again)
      *        81  the call would have taken the session's unit of
      *            work past a governor.profile limit of its class
      *            (MCP-STATUS answers 'CALLS', 'UPDATES' or
      *            'MINUTES'); the call was not run and the unit of
      *            work has been rolled back -- start again with a
      *            new DBSTART
      *        82  updating table operation (or ENQUEUE of one) on a
      *            path-id inside a protect.range range -- nothing was
      *            driven; the change is parked on pending.change,
      *            MCP-STATUS answers 'PENDING' and APPROVE-REQ in
      *            DBDATA the pending key, awaiting a supervisor's
      *            approval through PENDMAINT
      *        83  updating table operation on a path-id another
      *            terminal has updated inside its still-open unit of
      *            work; MCP-STATUS answers the holding terminal's
      *            MCP-PNAME.  Nothing crossed the bridge -- retry
      *            once that terminal commits or rolls back
      *        84  ENQUEUE -- the request's path declares more than
      *            one block (MCP-PATH-LENGTH over 1024); the queue
      *            record carries a single record image, and half a
      *            request must never be deferred; the same holds
      *            for a change parked on a protected range (82)
      *        85  AUTH function -- the userid is locked out, either
      *            because AUTH-FAIL-COUNT reached AUTH-MAX-FAILS or
      *            because an operator locked it; only an AUTHMAINT
      *            FILE STATUS fields under FILE-STATUSES
      *        97  function not permitted by the signed-on userid's
      *            authorization class -- an AUTH-CLASS 'R' (read
      *            only) userid issued an updating table operation,
      *            or a userid outside AUTH-CLASS 'S' (supervisor)
      *            issued APPROVE
      *        98  AUTH -- no free SES-ENTRY slot, the bridge already
      *            carries SES-MAX-ENTRIES concurrent sessions
      *        99  a change on a protected range could not be parked
      *            (or APPROVE could not read it) -- pending.change
      *            could not be opened or written; nothing was driven
      *
           COPY    DBCOMM.
           COPY    FUNC-CLASS.
      *
           PERFORM 010-DUMP-PARA.
           PERFORM 020-FIND-SESSION.
           MOVE    ZERO        TO  FLG-SEC-EVENT.
           MOVE    ZERO        TO  FLG-GOV-TRIPPED.
      *
      *    A call from a session with a unit of work open is held to
      *    the governor limits of its class first; a call that would
      *    cross one is not run -- 750-GOVERN-CALL has already rolled
      *    the unit of work back and answered RC 81.
      *
           IF      (  SES-SUB  >  ZERO  )
               IF      (  SES-UOW-OPEN(SES-SUB)  =  1  )
                   PERFORM 750-GOVERN-CALL
               END-IF
           END-IF.
      *
           IF      (  FLG-GOV-TRIPPED  =  ZERO  )
             EVALUATE    MCP-FUNC
               WHEN     'AUTH'
                 PERFORM 050-AUTH
               WHEN     'DBOPEN'
                 PERFORM 100-DBOPEN
               WHEN     'PUTWINDOW'
                 PERFORM 300-PUTWINDOW
               WHEN     'DBDISCONNECT'
                 PERFORM 900-DBCLOSE
               WHEN     'DBCLOSE'
                 PERFORM 900-DBCLOSE
               WHEN     'DBSTART'
                 PERFORM 110-DB-OPERATION
               WHEN     'DBCOMMIT'
                 PERFORM 110-DB-OPERATION
                 CONTINUE
               WHEN     'DBROLLBACK'
                 PERFORM 110-DB-OPERATION
               WHEN     'GETDATE'
                 PERFORM 400-GETDATE
               WHEN     'DBDESCRIBE'
                 PERFORM 500-DBDESCRIBE
               WHEN     'DBFETCHN'
                 PERFORM 600-DBFETCHN
               WHEN     'DRAINON'
                 PERFORM 800-DRAIN-CONTROL
               WHEN     'DRAINOFF'
                 PERFORM 800-DRAIN-CONTROL
               WHEN     'DRAINSTAT'
                 PERFORM 800-DRAIN-CONTROL
               WHEN     'LOCKLIST'
                 PERFORM 820-LOCK-LIST
               WHEN     'ENQUEUE'
                 PERFORM 850-ENQUEUE
               WHEN     'GOVLIST'
                 PERFORM 830-GOVERNOR-LIST
               WHEN     'APPROVE'
                 PERFORM 350-APPROVE-CHANGE
               WHEN      OTHER
                 PERFORM 200-TABLE-OPERATION
             END-EVALUATE
           END-IF.
      *
           IF      (  FLG-SEC-EVENT  =  1  )
               PERFORM 880-WRITE-SECURITY-EVENT
           END-IF.
      *
           EXIT    PROGRAM.
      *****************************************************************
           MOVE    'work.queue'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-WORK-QUEUE.
      *
           MOVE    'security.log'  TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-SECURITY-LOG.
      *
           MOVE    'governor.profile'  TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-GOVERNOR-PROFILE.
      *
           MOVE    'protect.range' TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-PROTECT-RANGE.
      *
           MOVE    'pending.change'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-PENDING-CHANGE.
      *
           MOVE    'business.date'     TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-BUSINESS-DATE.
      *
           PERFORM 740-LOAD-GOVERNOR.
           PERFORM 310-LOAD-PROTECT.
           PERFORM 410-LOAD-BUSINESS-DATE.
      *
           MOVE    1               TO  FLG-REGION-DONE.
           DISPLAY '** MCPSUB REGION [' REGAREA-REGION ']'
                   MOVE    SPACES      TO  SES-USERID(I)
                   MOVE    ZERO        TO  SES-DB-OPEN(I)
                   MOVE    ZERO        TO  SES-SEQ-NO(I)
                   MOVE    ZERO        TO  SES-UOW-OPEN(I)
                   MOVE    ZERO        TO  SES-UOW-CALLS(I)
                   MOVE    ZERO        TO  SES-UOW-UPDATES(I)
                   MOVE    ZERO        TO  SES-UOW-DATE(I)
                   MOVE    ZERO        TO  SES-UOW-TIME(I)
               END-IF
           END-PERFORM.
      *****************************************************************
      *
      *    Journal entries still held by a session that ends here
      *    never saw their DBCOMMIT -- they are discarded, the same
      *    way the engine's own view of that uncommitted work is,
      *    and the record locks that work was holding go with them.
      *
           PERFORM 270-DISCARD-JOURNAL-UOW.
           PERFORM 294-RELEASE-LOCKS.
      *
           MOVE    SPACES      TO  SES-PNAME(SES-SUB).
           MOVE    ZERO        TO  SES-AUTHENTICATED(SES-SUB).
           MOVE    SPACES      TO  SES-USERID(SES-SUB).
           MOVE    ZERO        TO  SES-DB-OPEN(SES-SUB).
           MOVE    ZERO        TO  SES-SEQ-NO(SES-SUB).
           MOVE    ZERO        TO  SES-UOW-OPEN(SES-SUB).
           MOVE    ZERO        TO  SES-UOW-CALLS(SES-SUB).
           MOVE    ZERO        TO  SES-UOW-UPDATES(SES-SUB).
           MOVE    ZERO        TO  SES-UOW-DATE(SES-SUB).
           MOVE    ZERO        TO  SES-UOW-TIME(SES-SUB).
           MOVE    ZERO        TO  SES-SUB.
      *****************************************************************
       050-AUTH                 SECTION.
                       KEY IS  AUTH-USERID
                       INVALID KEY
                           MOVE    91      TO  MCP-RC
                           MOVE    1       TO  FLG-SEC-EVENT
                       NOT INVALID KEY
                           PERFORM 060-CHECK-CREDENTIAL
                   END-READ
           EVALUATE    TRUE
             WHEN    (  AUTH-LOCKED  =  1  )
               MOVE    85          TO  MCP-RC
               MOVE    1           TO  FLG-SEC-EVENT
             WHEN    (  AUTH-PASSWORD  NOT =  MCP-PASSWORD  )
               ADD     1           TO  AUTH-FAIL-COUNT
               IF      (  AUTH-FAIL-COUNT  NOT <  AUTH-MAX-FAILS  )
               ELSE
                   MOVE    91          TO  MCP-RC
               END-IF
               MOVE    1           TO  FLG-SEC-EVENT
               REWRITE AUTH-REC
             WHEN      OTHER
               PERFORM 070-CHECK-LIFECYCLE
             WHEN    (  AUTH-FORCE-CHANGE  =  1       )
                 AND (  MCP-NEW-PASSWORD   =  SPACES  )
               MOVE    87          TO  MCP-RC
               MOVE    1           TO  FLG-SEC-EVENT
               REWRITE AUTH-REC
             WHEN    (  AUTH-EXPIRE-DAYS  >  ZERO              )
                 AND (  PWD-AGE-DAYS      >  AUTH-EXPIRE-DAYS  )
                 AND (  MCP-NEW-PASSWORD  =  SPACES            )
               MOVE    86          TO  MCP-RC
               MOVE    1           TO  FLG-SEC-EVENT
               REWRITE AUTH-REC
             WHEN      OTHER
               IF      (  AUTH-FORCE-CHANGE  =  1  )
           IF      (  SES-SUB  =  ZERO  )
               OR    (  SES-AUTHENTICATED(SES-SUB)  NOT =  1  )
               MOVE    93          TO  MCP-RC
               MOVE    1           TO  FLG-SEC-EVENT
           ELSE
               MOVE    ZERO        TO  SES-AUTHENTICATED(SES-SUB)
               MOVE    ZERO        TO  SES-SEQ-NO(SES-SUB)
                           ADD     1           TO  SES-OPEN-COUNT
                       END-IF
                       MOVE    1           TO  SES-DB-OPEN(SES-SUB)
                       PERFORM 410-LOAD-BUSINESS-DATE
                       PERFORM 120-CKPT-RESTART-CHECK
                   ELSE
      *
                       EVALUATE    MCP-FUNC
                         WHEN     'DBSTART'
                           PERFORM 130-CKPT-OPEN-TXN
                           PERFORM 760-GOVERN-START
                         WHEN     'DBCOMMIT'
                           PERFORM 140-CKPT-CLOSE-TXN
                           PERFORM 260-WRITE-JOURNAL-UOW
                           PERFORM 294-RELEASE-LOCKS
                           MOVE    ZERO    TO  SES-UOW-OPEN(SES-SUB)
                         WHEN     'DBROLLBACK'
                           PERFORM 140-CKPT-CLOSE-TXN
                           PERFORM 270-DISCARD-JOURNAL-UOW
                           PERFORM 294-RELEASE-LOCKS
                           MOVE    ZERO    TO  SES-UOW-OPEN(SES-SUB)
                         WHEN      OTHER
                           CONTINUE
                       END-EVALUATE
               PERFORM 220-RECV-ANS
               IF      (  MCP-RC  =  ZERO  )
                   PERFORM 140-CKPT-CLOSE-TXN
                   PERFORM 294-RELEASE-LOCKS
                   MOVE    ZERO        TO  SES-UOW-OPEN(SES-SUB)
               ELSE
                   DISPLAY '** FORCED ROLLBACK FAILED, RC = [' MCP-RC
                       '], CHECKPOINT LEFT OPEN [' CKPT-PNAME ']'
      *    Any table operation outside the read class is an update --
      *    the engine accepts whatever verbs it accepts, so the gate
      *    is "not known to be a read" rather than a list of update
      *    verbs.  Only AUTH-CLASS 'U' and 'S' (supervisor) userids
      *    get past it; an AUTH-CLASS of 'R' -- or anything else,
      *    such as the spaces a record converted from the pre-class
      *    auth.dat layout may have been given -- is held to reads,
      *    which fails safe.
      *
               MOVE    MCP-FUNC    TO  FUNC-CLASS-FUNC
               IF          (  NOT  FUNC-CLASS-READ  )
                   AND     (  SES-CLASS(SES-SUB)  NOT =  'U'  )
                   AND     (  SES-CLASS(SES-SUB)  NOT =  'S'  )
                   MOVE    97          TO  MCP-RC
                   MOVE    1           TO  FLG-SEC-EVENT
               ELSE
      *
      *    Updating operations capture the record's before-image by
      *    the same path-id first (an honest extra round trip over
      *    the same bridge), and on success hold a journal entry
      *    and a lock on the path-id until this session's DBCOMMIT
      *    makes the change real (or its DBROLLBACK undoes it).
      *
      *    A path-id another terminal has updated inside its still-
      *    open unit of work is refused before anything crosses the
      *    bridge, with the holding terminal answered in MCP-STATUS
      *    so the clerk (and the desk) can see who is in the way.
      *
      *    An update on a path-id inside a protect.range range is not
      *    driven at all, whatever the caller's class: 330-PARK-
      *    CHANGE parks it on pending.change for a supervisor and
      *    answers RC 82.
      *
                   MOVE    MCP-FUNC    TO  UPD-FUNC
                   MOVE    MCP-PATH    TO  UPD-PATH
                   MOVE    SES-USERID(SES-SUB) TO  UPD-MAKER
                   MOVE    SPACES      TO  UPD-CHECKER
                   MOVE    SPACES      TO  UPD-PEND-KEY
                   MOVE    DBDATA(1:1024)  TO  UPD-IMAGE
      *
                   MOVE    SPACES      TO  LCK-HOLDER
                   MOVE    ZERO        TO  PRT-HIT
                   IF      (  NOT  FUNC-CLASS-READ  )
                       PERFORM 290-CHECK-LOCK
                       PERFORM 320-CHECK-PROTECT
                   END-IF
      *
                   IF      (  LCK-HOLDER  NOT =  SPACES  )
                       MOVE    83          TO  MCP-RC
                       MOVE    LCK-HOLDER  TO  MCP-STATUS
                   ELSE
                    IF      (  PRT-HIT  =  1  )
                     PERFORM 330-PARK-CHANGE
                    ELSE
                     IF      (  NOT  FUNC-CLASS-READ  )
                         PERFORM 240-CAPTURE-BEFORE-IMAGE
                     END-IF
      *
                     MOVE    DBDATA      TO  DBCOMM-RECORD
                     MOVE    MCP-FUNC    TO  DBCOMM-FUNC
                     MOVE    MCP-PATH    TO  DBCOMM-PATH
      *
                     IF      (  DBCOMM-PATH-BLOCKS > DBCOMM-MAX-BLOCKS )
                         MOVE    90          TO  MCP-RC
                     ELSE
                         PERFORM 210-SEND-SQL
                         PERFORM 220-RECV-ANS
                         IF      (  MCP-RC  =  ZERO          )
                             AND (  NOT  FUNC-CLASS-READ     )
                             PERFORM 250-HOLD-JOURNAL-ENTRY
                             PERFORM 292-TAKE-LOCK
                         END-IF
                     END-IF
                    END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE    DBDATA      TO  SAVE-DBDATA.
      *
           MOVE    'DBNEXT'    TO  DBCOMM-FUNC.
           MOVE    UPD-PATH    TO  DBCOMM-PATH.
           MOVE    1           TO  DBCOMM-PATH-BLOCKS.
           MOVE    1024        TO  DBCOMM-PATH-LENGTH.
           PERFORM 210-SEND-SQL.
               MOVE    PJRN-COUNT      TO  PJRN-SUB
               MOVE    MCP-PNAME       TO  PJRN-PNAME(PJRN-SUB)
               MOVE    1               TO  PJRN-ACTIVE(PJRN-SUB)
               MOVE    UPD-MAKER       TO  PJRN-USERID(PJRN-SUB)
               MOVE    UPD-CHECKER     TO  PJRN-CHECKER(PJRN-SUB)
               MOVE    UPD-PEND-KEY    TO  PJRN-PEND-KEY(PJRN-SUB)
               MOVE    UPD-FUNC        TO  PJRN-FUNC(PJRN-SUB)
               MOVE    UPD-PATH-ID     TO  PJRN-PATH-ID(PJRN-SUB)
               MOVE    BEFORE-IMAGE    TO  PJRN-BEFORE(PJRN-SUB)
               IF      (  UPD-FUNC  =  'DBDELETE'  )
                   MOVE    SPACES      TO  PJRN-AFTER(PJRN-SUB)
               ELSE
                   MOVE    UPD-IMAGE   TO  PJRN-AFTER(PJRN-SUB)
               END-IF
           ELSE
               DISPLAY '** DATA-JOURNAL TABLE FULL, CHANGE NOT'
                   ' JOURNALED [' MCP-PNAME '] [' UPD-FUNC ']'
                   UPON    SYSOUT
           END-IF.
      *****************************************************************
      *    260-WRITE-JOURNAL-UOW -- this session's DBCOMMIT went
      *    through; its held changes are now fact and are journaled,
      *    stamped with the commit's date and time.  A change that
      *    came off pending.change is marked approved there too, by
      *    the same commit that made it real.
      *****************************************************************
       260-WRITE-JOURNAL-UOW   SECTION.
           PERFORM VARYING PJRN-SUB    FROM    1   BY  1
                   MOVE    PJRN-PATH-ID(PJRN-SUB)  TO  DJRN-PATH-ID
                   MOVE    PJRN-BEFORE(PJRN-SUB)   TO  DJRN-BEFORE
                   MOVE    PJRN-AFTER(PJRN-SUB)    TO  DJRN-AFTER
                   MOVE    PJRN-CHECKER(PJRN-SUB)  TO  DJRN-CHECKER
                   MOVE    BUS-DATE                TO  DJRN-BUS-DATE
                   WRITE   DJRN-REC
                   IF      (  PJRN-PEND-KEY(PJRN-SUB)  NOT =  SPACES  )
                       PERFORM 360-MARK-APPROVED
                   END-IF
                   MOVE    ZERO        TO  PJRN-ACTIVE(PJRN-SUB)
               END-IF
           END-PERFORM.
               END-IF
           END-PERFORM.
           MOVE    PJRN-KEEP   TO  PJRN-COUNT.
      *****************************************************************
      *    290-CHECK-LOCK answers in LCK-HOLDER the terminal holding
      *    a lock on UPD-PATH-ID, or spaces when it is free or held by
      *    this same terminal (a session may update its own record as
      *    often as it likes inside one unit of work).
      *****************************************************************
       290-CHECK-LOCK          SECTION.
           MOVE    SPACES      TO  LCK-HOLDER.
           PERFORM VARYING LCK-SUB     FROM    1   BY  1
                   UNTIL   (  LCK-SUB  >  LCK-COUNT  )
                       OR  (  LCK-HOLDER  NOT =  SPACES  )
               IF      (  LCK-ACTIVE(LCK-SUB)   =  1            )
                   AND (  LCK-PATH-ID(LCK-SUB)  =  UPD-PATH-ID  )
                   AND (  LCK-PNAME(LCK-SUB)    NOT =  MCP-PNAME  )
                   MOVE    LCK-PNAME(LCK-SUB)  TO  LCK-HOLDER
               END-IF
           END-PERFORM.
      *****************************************************************
      *    292-TAKE-LOCK records the path-id this session just updated,
      *    once -- a second update of the same record inside the same
      *    unit of work keeps the original lock and its age.  A full
      *    table is shouted about the same way a full journal table
      *    is: the update itself has already gone through.
      *****************************************************************
       292-TAKE-LOCK           SECTION.
           MOVE    ZERO        TO  LCK-FOUND.
           PERFORM VARYING LCK-SUB     FROM    1   BY  1
                   UNTIL   (  LCK-SUB  >  LCK-COUNT  )
                       OR  (  LCK-FOUND  >  ZERO     )
               IF      (  LCK-ACTIVE(LCK-SUB)   =  1            )
                   AND (  LCK-PATH-ID(LCK-SUB)  =  UPD-PATH-ID  )
                   AND (  LCK-PNAME(LCK-SUB)    =  MCP-PNAME    )
                   MOVE    1           TO  LCK-FOUND
               END-IF
           END-PERFORM.
      *
           IF      (  LCK-FOUND  =  ZERO  )
               IF      (  LCK-COUNT  <  LCK-MAX-ENTRIES  )
                   ADD     1               TO  LCK-COUNT
                   MOVE    LCK-COUNT       TO  LCK-SUB
                   MOVE    MCP-PNAME       TO  LCK-PNAME(LCK-SUB)
                   MOVE    1               TO  LCK-ACTIVE(LCK-SUB)
                   MOVE    SES-USERID(SES-SUB)
                       TO  LCK-USERID(LCK-SUB)
                   MOVE    UPD-PATH-ID     TO  LCK-PATH-ID(LCK-SUB)
                   ACCEPT   LCK-DATE(LCK-SUB)   FROM    DATE    YYYYMMDD
                   ACCEPT   LCK-TIME(LCK-SUB)   FROM    TIME
               ELSE
                   DISPLAY '** RECORD LOCK TABLE FULL, PATH-ID NOT'
                       ' LOCKED [' MCP-PNAME '] [' UPD-PATH-ID ']'
                       UPON    SYSOUT
               END-IF
           END-IF.
      *****************************************************************
      *    294-RELEASE-LOCKS drops every lock held by this terminal
      *    and squeezes the table, the same housekeeping 280-COMPACT-
      *    PJRN gives the journal table.
      *****************************************************************
       294-RELEASE-LOCKS       SECTION.
           PERFORM VARYING LCK-SUB     FROM    1   BY  1
                   UNTIL   (  LCK-SUB  >  LCK-COUNT  )
               IF      (  LCK-PNAME(LCK-SUB)  =  MCP-PNAME  )
                   MOVE    ZERO        TO  LCK-ACTIVE(LCK-SUB)
               END-IF
           END-PERFORM.
      *
           MOVE    ZERO        TO  LCK-KEEP.
           PERFORM VARYING LCK-SUB     FROM    1   BY  1
                   UNTIL   (  LCK-SUB  >  LCK-COUNT  )
               IF      (  LCK-ACTIVE(LCK-SUB)  =  1  )
                   ADD     1           TO  LCK-KEEP
                   IF      (  LCK-KEEP  NOT =  LCK-SUB  )
                       MOVE    LCK-ENTRY(LCK-SUB)
                           TO  LCK-ENTRY(LCK-KEEP)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE    LCK-KEEP    TO  LCK-COUNT.
      *****************************************************************
       210-SEND-SQL            SECTION.
           ADD     1               TO  SES-SEQ-NO(SES-SUB).
       230-WRITE-LOG-REC       SECTION.
           ACCEPT   LOG-DATE        FROM    DATE    YYYYMMDD.
           ACCEPT   LOG-TIME        FROM    TIME.
           MOVE     BUS-DATE        TO      LOG-BUS-DATE.
           MOVE     MCP-PNAME       TO      LOG-PNAME.
           IF       (  SES-SUB  >  ZERO  )
               MOVE     SES-USERID(SES-SUB) TO  LOG-USERID
           ELSE
               MOVE     SPACES          TO      LOG-USERID
           END-IF.
           MOVE     DBCOMM-FUNC     TO      LOG-FUNC.
           MOVE     DBCOMM-PATH-ID      TO  LOG-PATH-ID.
           MOVE     DBCOMM-PATH-BLOCKS  TO  LOG-PATH-BLOCKS.
       300-PUTWINDOW           SECTION.
           MOVE   'PUTG'   TO  MCP-STATUS.
           MOVE    ZERO    TO  MCP-RC.
      *****************************************************************
      *    310-LOAD-PROTECT reads protect.range into PRT, once, on
      *    the first call, the same way 740-LOAD-GOVERNOR reads the
      *    governor profile.  A region with no file protects nothing;
      *    a line that makes no sense is named on SYSOUT and skipped.
      *****************************************************************
       310-LOAD-PROTECT        SECTION.
           MOVE    ZERO        TO  PRT-COUNT.
           MOVE    ZERO        TO  FLG-PROT-EOF.
           OPEN    INPUT       PROT-FILE.
           IF      (  PROT-FILE-STATUS  NOT =  '00'  )
               DISPLAY '** NO PROTECT RANGE FILE, STATUS ['
                   PROT-FILE-STATUS '] -- NO PATH-ID PROTECTED'
                   UPON    SYSOUT
           ELSE
               PERFORM 312-LOAD-PROTECT-LINE
                   UNTIL   (  FLG-PROT-EOF  >  ZERO  )
               CLOSE   PROT-FILE
               DISPLAY '** PROTECTED PATH-ID RANGES [' PRT-COUNT ']'
                   UPON    SYSOUT
           END-IF.
      *****************************************************************
       312-LOAD-PROTECT-LINE   SECTION.
           READ    PROT-FILE
             AT  END
               MOVE    1           TO  FLG-PROT-EOF
             NOT AT END
               EVALUATE    TRUE
                 WHEN    (  PROT-LOW(1:1)  =  '*'     )
                     OR  (  PROT-REC       =  SPACES  )
                   CONTINUE
                 WHEN    (  PRT-COUNT  NOT <  PRT-MAX-ENTRIES  )
                   DISPLAY '** PROTECT RANGE TABLE FULL, RANGE ['
                       PROT-LOW '] IGNORED'
                       UPON    SYSOUT
                 WHEN      OTHER
                   PERFORM 314-STORE-PROTECT-LINE
               END-EVALUATE
           END-READ.
      *****************************************************************
      *    314-STORE-PROTECT-LINE takes the range into the next free
      *    PRT-ENTRY and keeps it only if both ends were digits and
      *    the range does not run backwards.  A blank high end
      *    protects the low path-id alone.
      *****************************************************************
       314-STORE-PROTECT-LINE  SECTION.
           MOVE    ZERO        TO  PRT-BAD.
           COMPUTE PRT-SUB     =   PRT-COUNT  +  1.
      *
           MOVE    PROT-LOW    TO  PRT-NUMBER-X.
           PERFORM 316-PROTECT-NUMBER.
           MOVE    PRT-NUMBER  TO  PRT-LOW(PRT-SUB).
      *
           IF      (  PROT-HIGH  =  SPACES  )
               MOVE    PRT-LOW(PRT-SUB)    TO  PRT-HIGH(PRT-SUB)
           ELSE
               MOVE    PROT-HIGH   TO  PRT-NUMBER-X
               PERFORM 316-PROTECT-NUMBER
               MOVE    PRT-NUMBER  TO  PRT-HIGH(PRT-SUB)
           END-IF.
      *
           IF      (  PRT-HIGH(PRT-SUB)  <  PRT-LOW(PRT-SUB)  )
               MOVE    1           TO  PRT-BAD
           END-IF.
      *
           IF      (  PRT-BAD  =  ZERO  )
               MOVE    PRT-SUB     TO  PRT-COUNT
           ELSE
               DISPLAY '** PROTECT RANGE NOT VALID, RANGE ['
                   PROT-LOW '] [' PROT-HIGH '] IGNORED'
                   UPON    SYSOUT
           END-IF.
      *****************************************************************
      *    316-PROTECT-NUMBER takes a path-id as it was keyed into its
      *    column, the way 748-GOVERNOR-NUMBER takes a limit, and
      *    answers it in PRT-NUMBER, raising PRT-BAD if it is not
      *    digits.
      *****************************************************************
       316-PROTECT-NUMBER      SECTION.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J    >  9  )
               IF      (  PRT-NUMBER-X(9:1)  =  SPACE  )
                   MOVE    PRT-NUMBER-X        TO  PRT-SHIFT
                   MOVE    SPACES              TO  PRT-NUMBER-X
                   MOVE    PRT-SHIFT(1:8)      TO  PRT-NUMBER-X(2:8)
               END-IF
           END-PERFORM.
           INSPECT PRT-NUMBER-X    REPLACING   LEADING SPACE BY ZERO.
      *
           IF      (  PRT-NUMBER-X  NOT NUMERIC  )
               MOVE    1           TO  PRT-BAD
               MOVE    ZERO        TO  PRT-NUMBER
           END-IF.
      *****************************************************************
      *    320-CHECK-PROTECT raises PRT-HIT when UPD-PATH-ID falls
      *    inside any protected range.
      *****************************************************************
       320-CHECK-PROTECT       SECTION.
           MOVE    ZERO        TO  PRT-HIT.
           PERFORM VARYING PRT-SUB     FROM    1   BY  1
                   UNTIL   (  PRT-SUB  >  PRT-COUNT  )
                       OR  (  PRT-HIT  >  ZERO       )
               IF      (  UPD-PATH-ID  NOT <  PRT-LOW(PRT-SUB)   )
                   AND (  UPD-PATH-ID  NOT >  PRT-HIGH(PRT-SUB)  )
                   MOVE    1           TO  PRT-HIT
               END-IF
           END-PERFORM.
      *****************************************************************
      *    330-PARK-CHANGE puts the update in hand on pending.change
      *    instead of driving it: the record's before-image is fetched
      *    the way any update's is, and the request image goes with it
      *    exactly as keyed.  The record is written at once, outside
      *    the caller's unit of work -- a clerk who rolls back after
      *    an 82 still leaves the change waiting for a supervisor,
      *    which is what the 82 told the clerk.  The key is answered
      *    in APPROVE-REQ so the clerk's screen can quote it; two
      *    changes parked inside the same hundredth of a second from
      *    one terminal bump the time until the key is free, as 850-
      *    ENQUEUE does.  Like a queue record, a pending record holds
      *    one record image, so a multi-block request is refused with
      *    RC 84.
      *****************************************************************
       330-PARK-CHANGE         SECTION.
           IF      (  UPD-PATH-LENGTH  >  1024  )
               OR  (  UPD-PATH-BLOCKS  >  1     )
               MOVE    84          TO  MCP-RC
           ELSE
               PERFORM 240-CAPTURE-BEFORE-IMAGE
               PERFORM 340-OPEN-PENDING
      *
               IF      (  PEND-FILE-STATUS  NOT =  '00'  )
                   MOVE    99          TO  MCP-RC
               ELSE
                   ACCEPT   PEND-DATE   FROM    DATE    YYYYMMDD
                   ACCEPT   PEND-TIME   FROM    TIME
                   MOVE    MCP-PNAME   TO  PEND-PNAME
                   MOVE    UPD-MAKER   TO  PEND-MAKER
                   MOVE    UPD-FUNC    TO  PEND-FUNC
                   MOVE    UPD-PATH-BLOCKS TO  PEND-PATH-BLOCKS
                   MOVE    UPD-PATH-ID     TO  PEND-PATH-ID
                   MOVE    UPD-PATH-LENGTH TO  PEND-PATH-LENGTH
                   MOVE    'P'         TO  PEND-STATUS
                   MOVE    SPACES      TO  PEND-CHECKER
                   MOVE    SPACES      TO  PEND-REASON
                   MOVE    BEFORE-IMAGE    TO  PEND-BEFORE
                   MOVE    UPD-IMAGE   TO  PEND-AFTER
      *
                   MOVE    ZERO        TO  ENQ-TRIES
                   MOVE    99          TO  MCP-RC
                   PERFORM 335-WRITE-PENDING-REC
                       UNTIL   (  MCP-RC     =  82    )
                           OR  (  ENQ-TRIES  >  99    )
                   CLOSE   PEND-FILE
      *
                   IF      (  MCP-RC  =  82  )
                       MOVE    'PENDING'   TO  MCP-STATUS
                       MOVE    PEND-DATE   TO  APPROVE-DATE
                       MOVE    PEND-TIME   TO  APPROVE-TIME
                       MOVE    PEND-PNAME  TO  APPROVE-PNAME
                       DISPLAY '** CHANGE PARKED FOR APPROVAL ['
                           PEND-KEY '] [' PEND-FUNC ']'
                           UPON    SYSOUT
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       335-WRITE-PENDING-REC   SECTION.
           MOVE    PEND-DATE   TO  PEND-STATUS-DATE.
           MOVE    PEND-TIME   TO  PEND-STATUS-TIME.
           WRITE   PEND-REC
             INVALID KEY
               ADD     1           TO  PEND-TIME
               ADD     1           TO  ENQ-TRIES
             NOT INVALID KEY
               MOVE    82          TO  MCP-RC
           END-WRITE.
      *****************************************************************
      *    340-OPEN-PENDING opens pending.change for update, creating
      *    it empty the first time, the way 850-ENQUEUE opens the
      *    work queue.  The file is opened and closed around each use.
      *****************************************************************
       340-OPEN-PENDING        SECTION.
           OPEN    I-O         PEND-FILE.
           IF      (  PEND-FILE-STATUS  NOT =  '00'  )
               CLOSE   PEND-FILE
               OPEN    OUTPUT  PEND-FILE
               CLOSE   PEND-FILE
               OPEN    I-O     PEND-FILE
           END-IF.
      *****************************************************************
      *    350-APPROVE-CHANGE -- a supervisor's approval of the
      *    pending change keyed in APPROVE-REQ (PENDMAINT's A)PPROVE).
      *    Only an open session of AUTH-CLASS 'S' may approve.  The
      *    change is driven inside the supervisor's unit of work and
      *    held for the journal like any other update; it is marked
      *    approved on pending.change only when that unit of work
      *    commits (260-WRITE-JOURNAL-UOW), so an approval that rolls
      *    back leaves the change pending.
      *****************************************************************
       350-APPROVE-CHANGE      SECTION.
           IF      (  SES-SUB  =  ZERO  )
               OR    (  SES-DB-OPEN(SES-SUB)  NOT =  1  )
               MOVE    95          TO  MCP-RC
           ELSE
             IF      (  SES-CLASS(SES-SUB)  NOT =  'S'  )
               MOVE    97          TO  MCP-RC
               MOVE    1           TO  FLG-SEC-EVENT
             ELSE
               PERFORM 340-OPEN-PENDING
               IF      (  PEND-FILE-STATUS  NOT =  '00'  )
                   MOVE    99          TO  MCP-RC
               ELSE
                   MOVE    APPROVE-DATE    TO  PEND-DATE
                   MOVE    APPROVE-TIME    TO  PEND-TIME
                   MOVE    APPROVE-PNAME   TO  PEND-PNAME
                   READ    PEND-FILE   KEY IS  PEND-KEY
                     INVALID KEY
                       MOVE    80          TO  MCP-RC
                       MOVE    'NOT FOUND' TO  MCP-STATUS
                     NOT INVALID KEY
                       PERFORM 355-APPROVE-PENDING
                   END-READ
                   CLOSE   PEND-FILE
               END-IF
             END-IF
           END-IF.
      *****************************************************************
      *    355-APPROVE-PENDING holds the change against the rules of
      *    approval before anything is driven: it must still be
      *    pending, it must not be the supervisor's own (a userid
      *    never approves its own change -- the attempt goes on
      *    security.log), no other terminal may hold its path-id, and
      *    the record must still say what it said when the change was
      *    parked, or the maker's change would land on top of one the
      *    maker never saw.
      *****************************************************************
       355-APPROVE-PENDING     SECTION.
           MOVE    PEND-FUNC       TO  UPD-FUNC.
           MOVE    PEND-PATH-BLOCKS    TO  UPD-PATH-BLOCKS.
           MOVE    PEND-PATH-ID    TO  UPD-PATH-ID.
           MOVE    PEND-PATH-LENGTH    TO  UPD-PATH-LENGTH.
           MOVE    PEND-MAKER      TO  UPD-MAKER.
           MOVE    SES-USERID(SES-SUB) TO  UPD-CHECKER.
           MOVE    PEND-KEY        TO  UPD-PEND-KEY.
           MOVE    PEND-AFTER      TO  UPD-IMAGE.
      *
           EVALUATE    TRUE
             WHEN    (  PEND-STATUS  NOT =  'P'  )
               MOVE    80          TO  MCP-RC
               MOVE    'NOT PEND'  TO  MCP-STATUS
             WHEN    (  PEND-MAKER  =  SES-USERID(SES-SUB)  )
               MOVE    80          TO  MCP-RC
               MOVE    'OWN CHANGE'    TO  MCP-STATUS
               MOVE    1           TO  FLG-SEC-EVENT
             WHEN      OTHER
               PERFORM 290-CHECK-LOCK
               IF      (  LCK-HOLDER  NOT =  SPACES  )
                   MOVE    83          TO  MCP-RC
                   MOVE    LCK-HOLDER  TO  MCP-STATUS
               ELSE
                   PERFORM 240-CAPTURE-BEFORE-IMAGE
                   IF      (  BEFORE-IMAGE  NOT =  PEND-BEFORE  )
                       MOVE    80          TO  MCP-RC
                       MOVE    'CHANGED'   TO  MCP-STATUS
                   ELSE
                       PERFORM 357-DRIVE-APPROVED
                   END-IF
               END-IF
           END-EVALUATE.
      *****************************************************************
      *    357-DRIVE-APPROVED drives the parked request image through
      *    the bridge under the supervisor's session, then holds the
      *    journal entry and the lock the way 200-TABLE-OPERATION
      *    does for an update of its own.
      *****************************************************************
       357-DRIVE-APPROVED      SECTION.
           MOVE    SPACES      TO  DBCOMM-RECORD.
           MOVE    UPD-IMAGE   TO  DBCOMM-BLOCK(1).
           MOVE    UPD-FUNC    TO  DBCOMM-FUNC.
           MOVE    UPD-PATH    TO  DBCOMM-PATH.
           PERFORM 210-SEND-SQL.
           PERFORM 220-RECV-ANS.
      *
           IF      (  MCP-RC  =  ZERO  )
               PERFORM 250-HOLD-JOURNAL-ENTRY
               PERFORM 292-TAKE-LOCK
               MOVE    'APPROVED'  TO  MCP-STATUS
           END-IF.
      *****************************************************************
      *    360-MARK-APPROVED -- the commit of an approved change went
      *    through; its pending.change record is closed out as 'A'
      *    under the checker, stamped with the commit's date and time.
      *    A record that cannot be rewritten is shouted about: the
      *    change itself is already fact and on data.journal.
      *****************************************************************
       360-MARK-APPROVED       SECTION.
           PERFORM 340-OPEN-PENDING.
           IF      (  PEND-FILE-STATUS  NOT =  '00'  )
               DISPLAY '** PENDING CHANGE NOT MARKED APPROVED, STATUS ['
                   PEND-FILE-STATUS '] [' PJRN-PEND-KEY(PJRN-SUB) ']'
                   UPON    SYSOUT
           ELSE
               MOVE    PJRN-PEND-KEY(PJRN-SUB) TO  PEND-KEY
               READ    PEND-FILE   KEY IS  PEND-KEY
                 INVALID KEY
                   DISPLAY '** PENDING CHANGE NOT FOUND TO MARK ['
                       PJRN-PEND-KEY(PJRN-SUB) ']'
                       UPON    SYSOUT
                 NOT INVALID KEY
                   MOVE    'A'         TO  PEND-STATUS
                   MOVE    PJRN-CHECKER(PJRN-SUB)  TO  PEND-CHECKER
                   MOVE    DJRN-DATE   TO  PEND-STATUS-DATE
                   MOVE    DJRN-TIME   TO  PEND-STATUS-TIME
                   REWRITE PEND-REC
               END-READ
               CLOSE   PEND-FILE
           END-IF.
      *****************************************************************
       400-GETDATE             SECTION.
           PERFORM 410-LOAD-BUSINESS-DATE.
           MOVE     BUS-DATE            TO  WRK-SYSDATE.
           MOVE     WRK-SYSDATE(1:4)    TO  GETDATE-YEAR.
           MOVE     WRK-SYSDATE(5:2)    TO  GETDATE-MONTH.
           MOVE     WRK-SYSDATE(7:2)    TO  GETDATE-DAY.
      *
           MOVE    ZERO    TO  MCP-RC.
      *****************************************************************
      *    410-LOAD-BUSINESS-DATE reads the region's business date
      *    from business.date into BUS-DATE.  A region that has never
      *    been rolled (no file, or a line that is not a date) runs on
      *    the machine date, exactly as it did before the control
      *    record existed.
      *****************************************************************
       410-LOAD-BUSINESS-DATE  SECTION.
           ACCEPT   BUS-DATE        FROM    DATE    YYYYMMDD.
      *
           OPEN    INPUT       BDT-FILE.
           IF      (  BDT-FILE-STATUS  =  '00'  )
               READ    BDT-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       IF      (  BDT-DATE  IS  NUMERIC  )
                           AND (  BDT-DATE  >  ZERO       )
                           MOVE    BDT-DATE    TO  BUS-DATE
                       END-IF
               END-READ
               CLOSE   BDT-FILE
           END-IF.
      *****************************************************************
       500-DBDESCRIBE          SECTION.
           IF      (  SES-SUB  =  ZERO  )
               (  365  *  CONV-Y  )  +  CONV-T1  -  CONV-T2
               +  CONV-T3  +  CONV-T4  +  CONV-DD.
      *****************************************************************
      *    740-LOAD-GOVERNOR reads governor.profile into GOVT, once,
      *    on the first call.  A region with no profile governs
      *    nothing -- the bridge runs exactly as it did before there
      *    was a governor.  A line that makes no sense is named on
      *    SYSOUT and skipped rather than guessed at.
      *****************************************************************
       740-LOAD-GOVERNOR       SECTION.
           MOVE    ZERO        TO  GOVT-COUNT.
           MOVE    ZERO        TO  FLG-GOV-EOF.
           OPEN    INPUT       GOV-FILE.
           IF      (  GOV-FILE-STATUS  NOT =  '00'  )
               DISPLAY '** NO GOVERNOR PROFILE, STATUS ['
                   GOV-FILE-STATUS '] -- UNITS OF WORK NOT GOVERNED'
                   UPON    SYSOUT
           ELSE
               PERFORM 745-LOAD-GOVERNOR-LINE
                   UNTIL   (  FLG-GOV-EOF  >  ZERO  )
               CLOSE   GOV-FILE
               DISPLAY '** GOVERNOR PROFILE CLASSES [' GOVT-COUNT ']'
                   UPON    SYSOUT
           END-IF.
      *****************************************************************
       745-LOAD-GOVERNOR-LINE  SECTION.
           READ    GOV-FILE
             AT  END
               MOVE    1           TO  FLG-GOV-EOF
             NOT AT END
               EVALUATE    TRUE
                 WHEN    (  GOV-CLASS  =  '*'     )
                     OR  (  GOV-REC    =  SPACES  )
                   CONTINUE
                 WHEN    (  GOVT-COUNT  NOT <  GOVT-MAX-ENTRIES  )
                   DISPLAY '** GOVERNOR TABLE FULL, CLASS ['
                       GOV-CLASS '] IGNORED'
                       UPON    SYSOUT
                 WHEN      OTHER
                   PERFORM 747-STORE-GOVERNOR-LINE
               END-EVALUATE
           END-READ.
      *****************************************************************
      *    747-STORE-GOVERNOR-LINE takes the three limits into the
      *    next free GOVT-ENTRY and keeps it only if all three were
      *    digits (or blank).
      *****************************************************************
       747-STORE-GOVERNOR-LINE SECTION.
           MOVE    ZERO        TO  GOVT-BAD.
           COMPUTE GOVT-SUB    =   GOVT-COUNT  +  1.
           MOVE    GOV-CLASS   TO  GOVT-CLASS(GOVT-SUB).
      *
           MOVE    GOV-MAX-CALLS       TO  GOVT-NUMBER-X.
           PERFORM 748-GOVERNOR-NUMBER.
           MOVE    GOVT-NUMBER TO  GOVT-MAX-CALLS(GOVT-SUB).
      *
           MOVE    GOV-MAX-UPDATES     TO  GOVT-NUMBER-X.
           PERFORM 748-GOVERNOR-NUMBER.
           MOVE    GOVT-NUMBER TO  GOVT-MAX-UPDATES(GOVT-SUB).
      *
           MOVE    GOV-MAX-MINUTES     TO  GOVT-NUMBER-X.
           PERFORM 748-GOVERNOR-NUMBER.
           MOVE    GOVT-NUMBER TO  GOVT-MAX-MINUTES(GOVT-SUB).
      *
           IF      (  GOVT-BAD  =  ZERO  )
               MOVE    GOVT-SUB    TO  GOVT-COUNT
           ELSE
               DISPLAY '** GOVERNOR LIMIT NOT DIGITS, CLASS ['
                   GOV-CLASS '] IGNORED'
                   UPON    SYSOUT
           END-IF.
      *****************************************************************
      *    748-GOVERNOR-NUMBER takes a limit as it was keyed into its
      *    column -- shifted right and zero-filled, so "30" is taken
      *    as 30 wherever in the column it was typed -- and answers
      *    it in GOVT-NUMBER, raising GOVT-BAD if it is not digits.
      *****************************************************************
       748-GOVERNOR-NUMBER     SECTION.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J    >  7  )
               IF      (  GOVT-NUMBER-X(7:1)  =  SPACE  )
                   MOVE    GOVT-NUMBER-X       TO  GOVT-SHIFT
                   MOVE    SPACES              TO  GOVT-NUMBER-X
                   MOVE    GOVT-SHIFT(1:6)     TO  GOVT-NUMBER-X(2:6)
               END-IF
           END-PERFORM.
           INSPECT GOVT-NUMBER-X   REPLACING   LEADING SPACE BY ZERO.
      *
           IF      (  GOVT-NUMBER-X  NOT NUMERIC  )
               MOVE    1           TO  GOVT-BAD
               MOVE    ZERO        TO  GOVT-NUMBER
           END-IF.
      *****************************************************************
      *    752-FIND-GOVERNOR-CLASS answers in GOVT-SUB the GOVT-ENTRY
      *    of GOVT-FIND-CLASS, or zero when the class has no line in
      *    the profile.
      *****************************************************************
       752-FIND-GOVERNOR-CLASS SECTION.
           MOVE    ZERO        TO  GOVT-SUB.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J    >  GOVT-COUNT  )
                       OR  (  GOVT-SUB  >  ZERO   )
               IF      (  GOVT-CLASS(J)  =  GOVT-FIND-CLASS  )
                   MOVE    J       TO  GOVT-SUB
               END-IF
           END-PERFORM.
      *****************************************************************
      *    750-GOVERN-CALL holds the call in hand against the limits
      *    of its session's class before anything crosses the bridge.
      *    The calls a unit of work is counted by are its table
      *    operations, DBFETCHN and DBDESCRIBE -- everything outside
      *    the session, transaction and desk verbs -- and a call
      *    outside the read class is an update as well (the same
      *    "not known to be a read" rule 200-TABLE-OPERATION gates
      *    on).  The age limit is held against those calls and the
      *    DBCOMMIT too, so a unit of work that has run past its
      *    time cannot commit it.  DBROLLBACK and DBCLOSE end the
      *    unit of work anyway and are not governed.  A call counts
      *    whether or not it then succeeds: the limit is on what a
      *    unit of work asks of the engine.
      *****************************************************************
       750-GOVERN-CALL         SECTION.
           MOVE    SPACES      TO  GEV-LIMIT.
           MOVE    MCP-FUNC    TO  FUNC-CLASS-FUNC.
           MOVE    MCP-FUNC    TO  GOVT-FUNC.
      *
           IF      (  MCP-FUNC  =  'DBCOMMIT'  )
               PERFORM 755-GOVERN-LIMITS
           ELSE
               IF      (  NOT  FUNC-CLASS-TXN      )
                   AND (  NOT  FUNC-CLASS-SESSION  )
                   AND (  NOT  GOVT-FUNC-DESK      )
                   ADD     1           TO  SES-UOW-CALLS(SES-SUB)
                   IF      (  NOT  FUNC-CLASS-READ  )
                       ADD     1       TO  SES-UOW-UPDATES(SES-SUB)
                   END-IF
                   PERFORM 755-GOVERN-LIMITS
               END-IF
           END-IF.
      *
           IF      (  GEV-LIMIT  NOT =  SPACES  )
               PERFORM 770-GOVERN-ROLLBACK
           END-IF.
      *****************************************************************
      *    755-GOVERN-LIMITS answers in GEV-LIMIT the first limit of
      *    the session's class the unit of work is now over, or
      *    spaces.  A limit is crossed by going past it: a class
      *    allowed 500 calls gets its 500th, and the 501st rolls the
      *    unit of work back.
      *****************************************************************
       755-GOVERN-LIMITS       SECTION.
           MOVE    SES-CLASS(SES-SUB)  TO  GOVT-FIND-CLASS.
           PERFORM 752-FIND-GOVERNOR-CLASS.
           PERFORM 790-UOW-MINUTES.
      *
           IF      (  GOVT-SUB  >  ZERO  )
               EVALUATE    TRUE
                 WHEN    (  GOVT-MAX-CALLS(GOVT-SUB)  >  ZERO  )
                     AND (  SES-UOW-CALLS(SES-SUB)
                                >  GOVT-MAX-CALLS(GOVT-SUB)  )
                   MOVE    'CALLS'     TO  GEV-LIMIT
                 WHEN    (  GOVT-MAX-UPDATES(GOVT-SUB)  >  ZERO  )
                     AND (  SES-UOW-UPDATES(SES-SUB)
                                >  GOVT-MAX-UPDATES(GOVT-SUB)  )
                   MOVE    'UPDATES'   TO  GEV-LIMIT
                 WHEN    (  GOVT-MAX-MINUTES(GOVT-SUB)  >  ZERO  )
                     AND (  UOW-MINUTES
                                >  GOVT-MAX-MINUTES(GOVT-SUB)  )
                   MOVE    'MINUTES'   TO  GEV-LIMIT
                 WHEN      OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
      *****************************************************************
      *    760-GOVERN-START -- the engine confirmed a DBSTART; the
      *    session's unit of work starts counting from nothing.
      *****************************************************************
       760-GOVERN-START        SECTION.
           MOVE    1           TO  SES-UOW-OPEN(SES-SUB).
           MOVE    ZERO        TO  SES-UOW-CALLS(SES-SUB).
           MOVE    ZERO        TO  SES-UOW-UPDATES(SES-SUB).
           ACCEPT   SES-UOW-DATE(SES-SUB)   FROM    DATE    YYYYMMDD.
           ACCEPT   SES-UOW-TIME(SES-SUB)   FROM    TIME.
      *****************************************************************
      *    770-GOVERN-ROLLBACK rolls back the unit of work that has
      *    crossed a limit, the same forced rollback 120-CKPT-RESTART-
      *    CHECK gives an orphaned one, and answers RC 81 with the
      *    limit in MCP-STATUS.  The event goes on the transaction log
      *    first.  The caller's DBDATA is parked over the round trip
      *    the way 240-CAPTURE-BEFORE-IMAGE parks it -- the call it
      *    carried was never run.  If the engine refuses the rollback
      *    the unit of work stays open, and the session's next
      *    governed call trips the limit again.
      *****************************************************************
       770-GOVERN-ROLLBACK     SECTION.
           MOVE    1           TO  FLG-GOV-TRIPPED.
           PERFORM 780-WRITE-GOVERNOR-LOG.
           DISPLAY '** GOVERNOR LIMIT [' GEV-LIMIT '] CROSSED, ROLLING'
               ' BACK [' MCP-PNAME '] [' MCP-FUNC ']'
               UPON    SYSOUT.
      *
           MOVE    DBDATA      TO  SAVE-DBDATA.
           MOVE    'DBROLLBACK' TO  DBCOMM-FUNC.
           MOVE    PATH-NULL   TO  DBCOMM-PATH.
           PERFORM 210-SEND-SQL.
           PERFORM 220-RECV-ANS.
           IF      (  MCP-RC  =  ZERO  )
               PERFORM 140-CKPT-CLOSE-TXN
               PERFORM 270-DISCARD-JOURNAL-UOW
               PERFORM 294-RELEASE-LOCKS
               MOVE    ZERO        TO  SES-UOW-OPEN(SES-SUB)
           ELSE
               DISPLAY '** GOVERNOR ROLLBACK FAILED, RC = [' MCP-RC
                   '], UNIT OF WORK LEFT OPEN [' MCP-PNAME ']'
                   UPON    SYSOUT
           END-IF.
           MOVE    SAVE-DBDATA TO  DBDATA.
      *
           MOVE    81          TO  MCP-RC.
           MOVE    GEV-LIMIT   TO  MCP-STATUS.
      *****************************************************************
      *    780-WRITE-GOVERNOR-LOG puts the governor's event on the
      *    transaction log as a LOG-DIRECTION 'G' record -- neither a
      *    send nor a receive, so the readers that rebuild or count
      *    bridge traffic pass over it.  LOG-FUNC and LOG-PATH-ID are
      *    the call that was refused, LOG-RC the 81 the caller gets,
      *    and LOG-DATA the GOV-EVENT layout.
      *****************************************************************
       780-WRITE-GOVERNOR-LOG  SECTION.
           MOVE    MCP-FUNC    TO  GEV-FUNC.
           MOVE    SES-CLASS(SES-SUB)      TO  GEV-CLASS.
           MOVE    SES-UOW-CALLS(SES-SUB)  TO  GEV-CALLS.
           MOVE    SES-UOW-UPDATES(SES-SUB)    TO  GEV-UPDATES.
           MOVE    UOW-MINUTES TO  GEV-MINUTES.
           MOVE    GOVT-MAX-CALLS(GOVT-SUB)    TO  GEV-MAX-CALLS.
           MOVE    GOVT-MAX-UPDATES(GOVT-SUB)  TO  GEV-MAX-UPDATES.
           MOVE    GOVT-MAX-MINUTES(GOVT-SUB)  TO  GEV-MAX-MINUTES.
      *
           IF      (  FLG-FILES-OPEN  =  1  )
               ACCEPT   LOG-DATE        FROM    DATE    YYYYMMDD
               ACCEPT   LOG-TIME        FROM    TIME
               MOVE     BUS-DATE        TO      LOG-BUS-DATE
               MOVE     'G'             TO      LOG-DIRECTION
               MOVE     MCP-PNAME       TO      LOG-PNAME
               MOVE     SES-USERID(SES-SUB) TO  LOG-USERID
               MOVE     MCP-FUNC        TO      LOG-FUNC
               MOVE     MCP-PATH-ID     TO      LOG-PATH-ID
               MOVE     ZERO            TO      LOG-PATH-BLOCKS
               MOVE     ZERO            TO      LOG-PATH-LENGTH
               MOVE     81              TO      LOG-RC
               MOVE     1               TO      LOG-BLOCK-SEQ
               MOVE     GOV-EVENT       TO      LOG-DATA
               WRITE    LOG-REC
           END-IF.
      *****************************************************************
      *    790-UOW-MINUTES answers in UOW-MINUTES how long the
      *    session's unit of work has been open, in whole minutes of
      *    the clock.  The day count is differenced before it is
      *    scaled to minutes, so the sum never has to hold a whole
      *    serial's worth of minutes.
      *****************************************************************
       790-UOW-MINUTES         SECTION.
           ACCEPT   WRK-SYSDATE     FROM    DATE    YYYYMMDD.
           ACCEPT   WRK-SYSTIME     FROM    TIME.
           MOVE     WRK-SYSDATE     TO      CONV-DATE.
           PERFORM  700-DATE-TO-SERIAL.
           MOVE     CONV-SERIAL     TO      TODAY-SERIAL.
      *
           MOVE     SES-UOW-DATE(SES-SUB)   TO  CONV-DATE.
           PERFORM  700-DATE-TO-SERIAL.
           MOVE     SES-UOW-TIME(SES-SUB)   TO  WRK-UOWTIME.
      *
           COMPUTE  NOW-MINUTES  =
               (  WRK-SYSTIME-HH  *  60  )  +  WRK-SYSTIME-MM.
           COMPUTE  UOW-MINUTES  =
               (  (  TODAY-SERIAL  -  CONV-SERIAL  )  *  1440  )
               +  NOW-MINUTES
               -  (  (  WRK-UOWTIME-HH  *  60  )  +  WRK-UOWTIME-MM  ).
      *****************************************************************
      *    800-DRAIN-CONTROL -- the operations desk's quiesce verbs.
      *    None of them needs a signed-on session (the desk must be
      *    able to clear a drain precisely when no new signon can
           END-IF.
           MOVE    ZERO            TO  MCP-RC.
      *****************************************************************
      *    820-LOCK-LIST answers the record-lock table for the desk
      *    (MCPOPER's H)ELD LOCKS): one LOCKLIST-ENTRY per lock, in
      *    the order taken, with the count in MCP-BLOCKS.  Like the
      *    drain verbs it needs no session and crosses no bridge.
      *****************************************************************
       820-LOCK-LIST           SECTION.
           MOVE    LCK-COUNT   TO  LOCKLIST-COUNT.
           PERFORM VARYING LCK-SUB     FROM    1   BY  1
                   UNTIL   (  LCK-SUB  >  LCK-COUNT  )
               MOVE    LCK-PNAME(LCK-SUB)
                   TO  LOCKLIST-PNAME(LCK-SUB)
               MOVE    LCK-USERID(LCK-SUB)
                   TO  LOCKLIST-USERID(LCK-SUB)
               MOVE    LCK-PATH-ID(LCK-SUB)
                   TO  LOCKLIST-PATH-ID(LCK-SUB)
               MOVE    LCK-DATE(LCK-SUB)
                   TO  LOCKLIST-DATE(LCK-SUB)
               MOVE    LCK-TIME(LCK-SUB)
                   TO  LOCKLIST-TIME(LCK-SUB)
           END-PERFORM.
      *
           MOVE    LCK-COUNT   TO  MCP-BLOCKS.
           MOVE    ZERO        TO  MCP-RC.
      *****************************************************************
      *    830-GOVERNOR-LIST answers every session with a unit of
      *    work open for the desk (MCPOPER's G)OVERNOR): what it has
      *    used so far against the limits of its class, with the
      *    count in MCP-BLOCKS.  Like the lock list it needs no
      *    session and crosses no bridge.
      *****************************************************************
       830-GOVERNOR-LIST       SECTION.
           MOVE    ZERO        TO  GOVLIST-COUNT.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  SES-MAX-ENTRIES  )
               IF      (  SES-PNAME(I)     NOT =  SPACES  )
                   AND (  SES-UOW-OPEN(I)  =  1           )
                   PERFORM 835-GOVERNOR-LIST-ENTRY
               END-IF
           END-PERFORM.
      *
           MOVE    GOVLIST-COUNT   TO  MCP-BLOCKS.
           MOVE    ZERO            TO  MCP-RC.
      *****************************************************************
       835-GOVERNOR-LIST-ENTRY SECTION.
           ADD     1               TO  GOVLIST-COUNT.
           MOVE    SES-PNAME(I)    TO  GOVLIST-PNAME(GOVLIST-COUNT).
           MOVE    SES-USERID(I)   TO  GOVLIST-USERID(GOVLIST-COUNT).
           MOVE    SES-CLASS(I)    TO  GOVLIST-CLASS(GOVLIST-COUNT).
           MOVE    SES-UOW-CALLS(I)
               TO  GOVLIST-CALLS(GOVLIST-COUNT).
           MOVE    SES-UOW-UPDATES(I)
               TO  GOVLIST-UPDATES(GOVLIST-COUNT).
           MOVE    SES-UOW-DATE(I) TO  GOVLIST-DATE(GOVLIST-COUNT).
           MOVE    SES-UOW-TIME(I) TO  GOVLIST-TIME(GOVLIST-COUNT).
           MOVE    ZERO    TO  GOVLIST-MAX-CALLS(GOVLIST-COUNT).
           MOVE    ZERO    TO  GOVLIST-MAX-UPDATES(GOVLIST-COUNT).
           MOVE    ZERO    TO  GOVLIST-MAX-MINUTES(GOVLIST-COUNT).
      *
           MOVE    SES-CLASS(I)    TO  GOVT-FIND-CLASS.
           PERFORM 752-FIND-GOVERNOR-CLASS.
           IF      (  GOVT-SUB  >  ZERO  )
               MOVE    GOVT-MAX-CALLS(GOVT-SUB)
                   TO  GOVLIST-MAX-CALLS(GOVLIST-COUNT)
               MOVE    GOVT-MAX-UPDATES(GOVT-SUB)
                   TO  GOVLIST-MAX-UPDATES(GOVLIST-COUNT)
               MOVE    GOVT-MAX-MINUTES(GOVT-SUB)
                   TO  GOVLIST-MAX-MINUTES(GOVLIST-COUNT)
           END-IF.
      *****************************************************************
      *    850-ENQUEUE hands a request from the terminal to the
      *    overnight batch: the caller names the function to defer
      *    in MCP-STATUS (MCP-FUNC itself is 'ENQUEUE'), the path in
      *    the drain runs the queue under the batch userid's 'U'
      *    class, so without this check a read-only clerk could
      *    defer the very update the bridge would have refused at
      *    the terminal.  A deferred update on a protected range is
      *    parked for a supervisor now, under the clerk's own userid,
      *    rather than queued -- the drain would only park it under
      *    the batch userid's.
      *
               MOVE    MCP-STATUS  TO  FUNC-CLASS-FUNC
               IF      (  NOT  FUNC-CLASS-READ  )
                   AND (  SES-CLASS(SES-SUB)  NOT =  'U'  )
                   AND (  SES-CLASS(SES-SUB)  NOT =  'S'  )
                   MOVE    97          TO  MCP-RC
                   MOVE    1           TO  FLG-SEC-EVENT
               ELSE
                   IF      (  MCP-PATH-LENGTH  >  1024  )
                       OR  (  MCP-PATH-BLOCKS  >  1     )
                       MOVE    84          TO  MCP-RC
                   ELSE
                       MOVE    MCP-STATUS  TO  UPD-FUNC
                       MOVE    MCP-PATH    TO  UPD-PATH
                       MOVE    SES-USERID(SES-SUB) TO  UPD-MAKER
                       MOVE    SPACES      TO  UPD-CHECKER
                       MOVE    SPACES      TO  UPD-PEND-KEY
                       MOVE    DBDATA(1:1024)  TO  UPD-IMAGE
                       MOVE    ZERO        TO  PRT-HIT
                       IF      (  NOT  FUNC-CLASS-READ  )
                           PERFORM 320-CHECK-PROTECT
                       END-IF
                       IF      (  PRT-HIT  =  1  )
                           PERFORM 330-PARK-CHANGE
                       ELSE
                           OPEN    I-O         QUE-FILE
                           IF      (  QUE-FILE-STATUS  NOT =  '00'  )
                               CLOSE   QUE-FILE
                               OPEN    OUTPUT  QUE-FILE
                               CLOSE   QUE-FILE
                               OPEN    I-O     QUE-FILE
                           END-IF
      *
                           IF      (  QUE-FILE-STATUS  NOT =  '00'  )
                               MOVE    89          TO  MCP-RC
                           ELSE
                               ACCEPT   QUE-DATE    FROM  DATE  YYYYMMDD
                               ACCEPT   QUE-TIME    FROM    TIME
                               MOVE    MCP-PNAME   TO  QUE-PNAME
                               MOVE    SES-USERID(SES-SUB)
                                   TO  QUE-USERID
                               MOVE    MCP-STATUS  TO  QUE-FUNC
                               MOVE    MCP-PATH-BLOCKS
                                   TO  QUE-PATH-BLOCKS
                               MOVE    MCP-PATH-ID     TO  QUE-PATH-ID
                               MOVE    MCP-PATH-LENGTH
                                   TO  QUE-PATH-LENGTH
                               MOVE    'Q'         TO  QUE-STATUS
                               MOVE    ZERO        TO  QUE-RC
                               MOVE    DBDATA(1:1024)  TO  QUE-DATA
                               MOVE    QUE-DATE    TO  QUE-STATUS-DATE
                               MOVE    QUE-TIME    TO  QUE-STATUS-TIME
                               MOVE    BUS-DATE    TO  QUE-BUS-DATE
      *
                               MOVE    ZERO        TO  ENQ-TRIES
                               MOVE    89          TO  MCP-RC
                               PERFORM 860-WRITE-QUEUE-REC
                                   UNTIL   (  MCP-RC     =  ZERO  )
                                       OR  (  ENQ-TRIES  >  99    )
                               CLOSE   QUE-FILE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       860-WRITE-QUEUE-REC     SECTION.
             NOT INVALID KEY
               MOVE    ZERO        TO  MCP-RC
           END-WRITE.
      *****************************************************************
      *    880-WRITE-SECURITY-EVENT appends one refusal to the
      *    region's security.log.  The file is opened and closed
      *    around each event -- most of them (a failed signon above
      *    all) arrive before any DBOPEN has opened the bridge files,
      *    and they are rare enough that holding it open buys
      *    nothing.  The userid is the one the caller tried: MCP-USERID
      *    on an AUTH, the session's signed-on userid otherwise.
      *****************************************************************
       880-WRITE-SECURITY-EVENT SECTION.
           OPEN    EXTEND      SEC-FILE.
           IF      (  SEC-FILE-STATUS  NOT =  '00'  )
               CLOSE   SEC-FILE
               OPEN    OUTPUT  SEC-FILE
           END-IF.
      *
           IF      (  SEC-FILE-STATUS  NOT =  '00'  )
               DISPLAY '** SECURITY LOG NOT WRITTEN, STATUS ['
                   SEC-FILE-STATUS '] [' MCP-PNAME '] [' MCP-RC ']'
                   UPON    SYSOUT
           ELSE
               ACCEPT   SEC-DATE        FROM    DATE    YYYYMMDD
               ACCEPT   SEC-TIME        FROM    TIME
               MOVE    MCP-PNAME       TO  SEC-PNAME
               IF      (  MCP-FUNC  NOT =  'AUTH'        )
                   AND (  SES-SUB   >  ZERO              )
                   AND (  SES-USERID(SES-SUB)  NOT =  SPACES  )
                   MOVE    SES-USERID(SES-SUB) TO  SEC-USERID
               ELSE
                   MOVE    MCP-USERID          TO  SEC-USERID
               END-IF
               MOVE    MCP-FUNC        TO  SEC-FUNC
               MOVE    MCP-RC          TO  SEC-RC
               WRITE   SEC-REC
               CLOSE   SEC-FILE
           END-IF.
      *****************************************************************
       900-DBCLOSE             SECTION.
           IF      (  SES-SUB  >  ZERO  )
