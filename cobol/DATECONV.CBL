      *               count, lock and force-change flags zero --
      *               so no credential changes and nobody is
      *               expired or locked by the conversion itself
      *   W)ORK QUEUE work.queue.old      -> work.queue: the queue
      *               record gains QUE-STATUS-DATE/-TIME, set to
      *               the entry's own enqueue stamp -- the best
      *               knowledge there is of when its status last
      *               changed
      *   P)RE-USERID LOGS
      *               log.userid.in       -> log.output, and every
      *               generation log.archive.cat lists, converted in
      *               place through the scratch log.userid.work: the
      *               log record gains LOG-USERID, left blank -- who
      *               was signed on is not known after the fact, and
      *               the chargeback falls back on the terminal
      *   D)ATA JOURNAL
      *               data.journal.old    -> data.journal: the
      *               change record gains DJRN-CHECKER, left blank --
      *               every change journaled before there were
      *               protected ranges was driven on one userid's
      *               say-so
      *   B)USINESS DATE
      *               log.bdate.in        -> log.output, and every
      *               generation log.archive.cat lists, converted in
      *               place through the same scratch log.userid.work;
      *               data.journal.bdate.in -> data.journal;
      *               work.queue.bdate.in -> work.queue: each record
      *               gains its business date (LOG-/DJRN-/QUE-BUS-
      *               DATE), set to its own wall-clock date -- before
      *               business.date existed the two were one and the
      *               same
      *
      * Every choice that brings an older shape forward fills the
      * business date the same way, so only files already in the
      * shape just before it need B)USINESS DATE.
      *
      * The output names go through the region profile like every
      * other writer's; the .old input names do not -- they are the
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  NEWLOG-FILE-STATUS.
           SELECT  PRELOG-FILE
               ASSIGN  USING   PRELOG-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  PRELOG-FILE-STATUS.
           SELECT  WORKLOG-FILE
               ASSIGN  TO  "log.userid.work"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  WORKLOG-FILE-STATUS.
           SELECT  OLDCKPT-FILE
               ASSIGN  TO  "db.ckpt.old"
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     AUTH-USERID
               FILE    STATUS  NEWAUTH-FILE-STATUS.
           SELECT  OLDQUE-FILE
               ASSIGN  TO  "work.queue.old"
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     OLDQUE-KEY
               FILE    STATUS  OLDQUE-FILE-STATUS.
           SELECT  NEWQUE-FILE
               ASSIGN  USING   DSN-WORK-QUEUE
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     QUE-KEY
               FILE    STATUS  NEWQUE-FILE-STATUS.
           SELECT  BUSLOG-FILE
               ASSIGN  USING   BUSLOG-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  BUSLOG-FILE-STATUS.
           SELECT  BUSDJRN-FILE
               ASSIGN  TO  "data.journal.bdate.in"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  BUSDJRN-FILE-STATUS.
           SELECT  BUSQUE-FILE
               ASSIGN  TO  "work.queue.bdate.in"
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     BUSQUE-KEY
               FILE    STATUS  BUSQUE-FILE-STATUS.
           SELECT  OLDDJRN-FILE
               ASSIGN  TO  "data.journal.old"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  OLDDJRN-FILE-STATUS.
           SELECT  NEWDJRN-FILE
               ASSIGN  USING   DSN-DATA-JOURNAL
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  NEWDJRN-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
      *
           02  OLDLOG-DATA         PIC X(1024).
       FD  NEWLOG-FILE.
           COPY    LOGREC.
      *
      *    The log record as 230-WRITE-LOG-REC wrote it after the
      *    century and continuation changes but before LOG-USERID.
      *
       FD  PRELOG-FILE.
       01  PRELOG-REC.
           02  PRELOG-DATE         PIC 9(08).
           02  PRELOG-TIME         PIC 9(08).
           02  PRELOG-DIRECTION    PIC X(01).
           02  PRELOG-PNAME        PIC X(08).
           02  PRELOG-FUNC         PIC X(10).
           02  PRELOG-PATH-ID      PIC S9(9)   BINARY.
           02  PRELOG-PATH-BLOCKS  PIC S9(9)   BINARY.
           02  PRELOG-PATH-LENGTH  PIC S9(9)   BINARY.
           02  PRELOG-RC           PIC S9(4)   BINARY.
           02  PRELOG-BLOCK-SEQ    PIC S9(4)   BINARY.
           02  PRELOG-DATA         PIC X(1024).
       FD  WORKLOG-FILE.
           COPY    LOGREC
               REPLACING   LEADING ==LOG-==    BY  ==WORKLOG-==.
       FD  OLDCKPT-FILE.
       01  OLDCKPT-REC.
           02  OLDCKPT-PNAME       PIC X(08).
           02  OLDAUTH-CLASS       PIC X(01).
       FD  NEWAUTH-FILE.
           COPY    AUTHREC.
      *
      *    The old queue record, exactly as work.queue was laid out
      *    before the status stamp.
      *
       FD  OLDQUE-FILE.
       01  OLDQUE-REC.
           02  OLDQUE-KEY.
               03  OLDQUE-DATE         PIC 9(08).
               03  OLDQUE-TIME         PIC 9(08).
               03  OLDQUE-PNAME        PIC X(08).
           02  OLDQUE-USERID       PIC X(08).
           02  OLDQUE-FUNC         PIC X(10).
           02  OLDQUE-PATH-BLOCKS  PIC S9(9)   BINARY.
           02  OLDQUE-PATH-ID      PIC S9(9)   BINARY.
           02  OLDQUE-PATH-LENGTH  PIC S9(9)   BINARY.
           02  OLDQUE-STATUS       PIC X(01).
           02  OLDQUE-RC           PIC S9(4)   BINARY.
           02  OLDQUE-DATA         PIC X(1024).
       FD  NEWQUE-FILE.
           COPY    QUEREC.
      *
      *    The old change-journal record, exactly as data.journal was
      *    laid out before the checker.
      *
       FD  OLDDJRN-FILE.
       01  OLDDJRN-REC.
           02  OLDDJRN-DATE        PIC 9(08).
           02  OLDDJRN-TIME        PIC 9(08).
           02  OLDDJRN-PNAME       PIC X(08).
           02  OLDDJRN-USERID      PIC X(08).
           02  OLDDJRN-FUNC        PIC X(10).
           02  OLDDJRN-PATH-ID     PIC S9(9)   BINARY.
           02  OLDDJRN-BEFORE      PIC X(1024).
           02  OLDDJRN-AFTER       PIC X(1024).
       FD  NEWDJRN-FILE.
           COPY    DJRNREC.
      *
      *    The log, change-journal and queue records exactly as they
      *    were laid out before the business date.
      *
       FD  BUSLOG-FILE.
       01  BUSLOG-REC.
           02  BUSLOG-DATE         PIC 9(08).
           02  BUSLOG-TIME         PIC 9(08).
           02  BUSLOG-DIRECTION    PIC X(01).
           02  BUSLOG-PNAME        PIC X(08).
           02  BUSLOG-FUNC         PIC X(10).
           02  BUSLOG-PATH-ID      PIC S9(9)   BINARY.
           02  BUSLOG-PATH-BLOCKS  PIC S9(9)   BINARY.
           02  BUSLOG-PATH-LENGTH  PIC S9(9)   BINARY.
           02  BUSLOG-RC           PIC S9(4)   BINARY.
           02  BUSLOG-BLOCK-SEQ    PIC S9(4)   BINARY.
           02  BUSLOG-DATA         PIC X(1024).
           02  BUSLOG-USERID       PIC X(08).
       FD  BUSDJRN-FILE.
       01  BUSDJRN-REC.
           02  BUSDJRN-DATE        PIC 9(08).
           02  BUSDJRN-TIME        PIC 9(08).
           02  BUSDJRN-PNAME       PIC X(08).
           02  BUSDJRN-USERID      PIC X(08).
           02  BUSDJRN-FUNC        PIC X(10).
           02  BUSDJRN-PATH-ID     PIC S9(9)   BINARY.
           02  BUSDJRN-BEFORE      PIC X(1024).
           02  BUSDJRN-AFTER       PIC X(1024).
           02  BUSDJRN-CHECKER     PIC X(08).
       FD  BUSQUE-FILE.
       01  BUSQUE-REC.
           02  BUSQUE-KEY.
               03  BUSQUE-DATE         PIC 9(08).
               03  BUSQUE-TIME         PIC 9(08).
               03  BUSQUE-PNAME        PIC X(08).
           02  BUSQUE-USERID       PIC X(08).
           02  BUSQUE-FUNC         PIC X(10).
           02  BUSQUE-PATH-BLOCKS  PIC S9(9)   BINARY.
           02  BUSQUE-PATH-ID      PIC S9(9)   BINARY.
           02  BUSQUE-PATH-LENGTH  PIC S9(9)   BINARY.
           02  BUSQUE-STATUS       PIC X(01).
           02  BUSQUE-RC           PIC S9(4)   BINARY.
           02  BUSQUE-DATA         PIC X(1024).
           02  BUSQUE-STATUS-DATE  PIC 9(08).
           02  BUSQUE-STATUS-TIME  PIC 9(08).
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-DONE            PIC 9       VALUE ZERO.
           02  FLG-IN-EOF          PIC 9       VALUE ZERO.
           02  FLG-COPY-OK         PIC 9       VALUE ZERO.
           02  FLG-CAT-EOF         PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  OLDLOG-FILE-STATUS  PIC X(02).
           02  NEWLOG-FILE-STATUS  PIC X(02).
           02  PRELOG-FILE-STATUS  PIC X(02).
           02  WORKLOG-FILE-STATUS PIC X(02).
           02  OLDCKPT-FILE-STATUS PIC X(02).
           02  NEWCKPT-FILE-STATUS PIC X(02).
           02  OLDJRN-FILE-STATUS  PIC X(02).
           02  NEWCAT-FILE-STATUS  PIC X(02).
           02  OLDAUTH-FILE-STATUS PIC X(02).
           02  NEWAUTH-FILE-STATUS PIC X(02).
           02  OLDQUE-FILE-STATUS  PIC X(02).
           02  NEWQUE-FILE-STATUS  PIC X(02).
           02  OLDDJRN-FILE-STATUS PIC X(02).
           02  NEWDJRN-FILE-STATUS PIC X(02).
           02  BUSLOG-FILE-STATUS  PIC X(02).
           02  BUSDJRN-FILE-STATUS PIC X(02).
           02  BUSQUE-FILE-STATUS  PIC X(02).
       01  WORK.
           02  WRK-CHOICE          PIC X(01).
           02  CONV-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  WRK-SYSDATE         PIC 9(08).
           02  OLDLOG-NAME         PIC X(40).
           02  NEWLOG-NAME         PIC X(40).
           02  PRELOG-NAME         PIC X(40).
           02  BUSLOG-NAME         PIC X(40).
      *
      *    The old-to-new date window, the same 70/69 split the old
      *    700-DATE-TO-SERIAL applied, so a converted date lands on
           02  DSN-ARCHIVE-CAT     PIC X(40).
           02  DSN-ARCH-PREFIX     PIC X(40).
           02  DSN-AUTH-DAT        PIC X(40).
           02  DSN-WORK-QUEUE      PIC X(40).
           02  DSN-DATA-JOURNAL    PIC X(40).
           COPY    REGAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
           MOVE    'auth.dat'      TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-AUTH-DAT.
      *
           MOVE    'work.queue'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-WORK-QUEUE.
      *
           MOVE    'data.journal'  TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-DATA-JOURNAL.
      *
           DISPLAY '*** DATECONV REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
           DISPLAY '*** CENTURY-DATE FILE CONVERSION'
               UPON    CONSOLE.
           DISPLAY '    L)OG  C)HECKPOINT  J)OURNAL  A)RCHIVE'
               '  U)SERIDS  W)ORK QUEUE'
               UPON    CONSOLE.
           DISPLAY '    P)RE-USERID LOGS  D)ATA JOURNAL'
               '  B)USINESS DATE  Q)UIT'
               UPON    CONSOLE.
           ACCEPT  WRK-CHOICE      FROM    CONSOLE.
      *
               PERFORM 500-CONVERT-ARCHIVE
             WHEN     'U'
               PERFORM 600-CONVERT-AUTH
             WHEN     'W'
               PERFORM 700-CONVERT-QUEUE
             WHEN     'P'
               PERFORM 800-CONVERT-PRE-USERID
             WHEN     'D'
               PERFORM 900-CONVERT-DATA-JOURNAL
             WHEN     'B'
               PERFORM 920-CONVERT-BUS-DATE
             WHEN     'Q'
               MOVE    1           TO  FLG-DONE
             WHEN      OTHER
               MOVE    OLDLOG-RC       TO  LOG-RC
               MOVE    1               TO  LOG-BLOCK-SEQ
               MOVE    OLDLOG-DATA     TO  LOG-DATA
               MOVE    SPACES          TO  LOG-USERID
               MOVE    NEW-DATE        TO  LOG-BUS-DATE
               WRITE   LOG-REC
               ADD     1               TO  CONV-COUNT
           END-READ.
               END-WRITE
               ADD     1                   TO  CONV-COUNT
           END-READ.
      *****************************************************************
      *    700-CONVERT-QUEUE rewrites work.queue with the status
      *    stamp.  Nothing else in an entry changes: what was queued
      *    is still queued, and the drain picks it up as before.
      *****************************************************************
       700-CONVERT-QUEUE       SECTION.
           MOVE    ZERO        TO  CONV-COUNT.
           MOVE    ZERO        TO  FLG-IN-EOF.
      *
           OPEN    INPUT       OLDQUE-FILE.
           IF      (  OLDQUE-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN work.queue.old, STATUS ['
                   OLDQUE-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   OLDQUE-FILE
           ELSE
               OPEN    OUTPUT      NEWQUE-FILE
               MOVE    LOW-VALUES  TO  OLDQUE-KEY
               START   OLDQUE-FILE
                   KEY IS  NOT LESS    OLDQUE-KEY
                 INVALID KEY
                   MOVE    1           TO  FLG-IN-EOF
               END-START
               PERFORM 710-COPY-ONE-QUEUE
                   UNTIL   (  FLG-IN-EOF  >  ZERO  )
               CLOSE
                   OLDQUE-FILE
                   NEWQUE-FILE
               DISPLAY '*** [' CONV-COUNT '] QUEUE ENTRIES CONVERTED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       710-COPY-ONE-QUEUE      SECTION.
           READ    OLDQUE-FILE     NEXT
             AT  END
               MOVE    1           TO  FLG-IN-EOF
             NOT AT END
               MOVE    OLDQUE-DATE         TO  QUE-DATE
               MOVE    OLDQUE-TIME         TO  QUE-TIME
               MOVE    OLDQUE-PNAME        TO  QUE-PNAME
               MOVE    OLDQUE-USERID       TO  QUE-USERID
               MOVE    OLDQUE-FUNC         TO  QUE-FUNC
               MOVE    OLDQUE-PATH-BLOCKS  TO  QUE-PATH-BLOCKS
               MOVE    OLDQUE-PATH-ID      TO  QUE-PATH-ID
               MOVE    OLDQUE-PATH-LENGTH  TO  QUE-PATH-LENGTH
               MOVE    OLDQUE-STATUS       TO  QUE-STATUS
               MOVE    OLDQUE-RC           TO  QUE-RC
               MOVE    OLDQUE-DATA         TO  QUE-DATA
               MOVE    OLDQUE-DATE         TO  QUE-STATUS-DATE
               MOVE    OLDQUE-TIME         TO  QUE-STATUS-TIME
               MOVE    OLDQUE-DATE         TO  QUE-BUS-DATE
               WRITE   QUE-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
               ADD     1                   TO  CONV-COUNT
           END-READ.
      *****************************************************************
      *    800-CONVERT-PRE-USERID brings the live log and every
      *    archived generation to the LOG-USERID shape.  The live log
      *    comes from the operator's copy as for L)OG; a generation
      *    is converted into log.userid.work and copied back over
      *    itself, so its name and catalog entry stay as they are.
      *    Run it once: a generation already converted would be
      *    read in the wrong shape.
      *****************************************************************
       800-CONVERT-PRE-USERID  SECTION.
           MOVE    'log.userid.in' TO  PRELOG-NAME.
           MOVE    DSN-LOG-OUTPUT  TO  NEWLOG-NAME.
           PERFORM 850-COPY-PRE-USERID.
      *
           MOVE    ZERO        TO  FLG-CAT-EOF.
           OPEN    INPUT       NEWCAT-FILE.
           IF      (  NEWCAT-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN log.archive.cat, STATUS ['
                   NEWCAT-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   NEWCAT-FILE
           ELSE
               MOVE    ZERO        TO  NEWCAT-DATE
               START   NEWCAT-FILE
                   KEY IS  NOT LESS    NEWCAT-DATE
                 INVALID KEY
                   MOVE    1           TO  FLG-CAT-EOF
               END-START
               PERFORM 810-CONVERT-ONE-PRE-GEN
                   UNTIL   (  FLG-CAT-EOF  >  ZERO  )
               CLOSE   NEWCAT-FILE
               DISPLAY '*** ARCHIVE GENERATIONS CONVERTED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       810-CONVERT-ONE-PRE-GEN SECTION.
           READ    NEWCAT-FILE NEXT
             AT  END
               MOVE    1           TO  FLG-CAT-EOF
             NOT AT END
               MOVE    NEWCAT-NAME         TO  PRELOG-NAME
               MOVE    'log.userid.work'   TO  NEWLOG-NAME
               PERFORM 850-COPY-PRE-USERID
               IF      (  FLG-COPY-OK  =  1  )
                   MOVE    NEWCAT-NAME     TO  NEWLOG-NAME
                   PERFORM 860-COPY-BACK
               ELSE
                   DISPLAY '*** GENERATION [' NEWCAT-NAME
                       '] LEFT AS IT WAS'
                       UPON    CONSOLE
               END-IF
           END-READ.
      *****************************************************************
       850-COPY-PRE-USERID     SECTION.
           MOVE    ZERO        TO  CONV-COUNT.
           MOVE    ZERO        TO  FLG-IN-EOF.
           MOVE    ZERO        TO  FLG-COPY-OK.
      *
           OPEN    INPUT       PRELOG-FILE.
           IF      (  PRELOG-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN [' PRELOG-NAME '], STATUS ['
                   PRELOG-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   PRELOG-FILE
           ELSE
               MOVE    1           TO  FLG-COPY-OK
               OPEN    OUTPUT      NEWLOG-FILE
               PERFORM 855-COPY-ONE-PRE-REC
                   UNTIL   (  FLG-IN-EOF  >  ZERO  )
               CLOSE
                   PRELOG-FILE
                   NEWLOG-FILE
               DISPLAY '*** [' CONV-COUNT '] LOG RECORDS CONVERTED'
                   ' FROM [' PRELOG-NAME ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       855-COPY-ONE-PRE-REC    SECTION.
           READ    PRELOG-FILE
             AT  END
               MOVE    1           TO  FLG-IN-EOF
             NOT AT END
               MOVE    PRELOG-REC      TO  LOG-REC
               MOVE    SPACES          TO  LOG-USERID
               MOVE    PRELOG-DATE     TO  LOG-BUS-DATE
               WRITE   LOG-REC
               ADD     1               TO  CONV-COUNT
           END-READ.
      *****************************************************************
       860-COPY-BACK           SECTION.
           MOVE    ZERO        TO  FLG-IN-EOF.
           OPEN    INPUT       WORKLOG-FILE.
           OPEN    OUTPUT      NEWLOG-FILE.
           PERFORM 865-COPY-BACK-ONE
               UNTIL   (  FLG-IN-EOF  >  ZERO  ).
           CLOSE
               WORKLOG-FILE
               NEWLOG-FILE.
      *****************************************************************
       865-COPY-BACK-ONE       SECTION.
           READ    WORKLOG-FILE
             AT  END
               MOVE    1           TO  FLG-IN-EOF
             NOT AT END
               MOVE    WORKLOG-REC     TO  LOG-REC
               WRITE   LOG-REC
           END-READ.
      *****************************************************************
      *    900-CONVERT-DATA-JOURNAL rewrites data.journal with the
      *    checker.  Nothing else in an entry changes, so DJRNRPT and
      *    DJRNBACK read the converted journal exactly as before.
      *****************************************************************
       900-CONVERT-DATA-JOURNAL SECTION.
           MOVE    ZERO        TO  CONV-COUNT.
           MOVE    ZERO        TO  FLG-IN-EOF.
      *
           OPEN    INPUT       OLDDJRN-FILE.
           IF      (  OLDDJRN-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN data.journal.old, STATUS ['
                   OLDDJRN-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   OLDDJRN-FILE
           ELSE
               OPEN    OUTPUT      NEWDJRN-FILE
               PERFORM 910-COPY-ONE-DJRN
                   UNTIL   (  FLG-IN-EOF  >  ZERO  )
               CLOSE
                   OLDDJRN-FILE
                   NEWDJRN-FILE
               DISPLAY '*** [' CONV-COUNT '] DATA JOURNAL ENTRIES'
                   ' CONVERTED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       910-COPY-ONE-DJRN       SECTION.
           READ    OLDDJRN-FILE
             AT  END
               MOVE    1           TO  FLG-IN-EOF
             NOT AT END
               MOVE    OLDDJRN-DATE        TO  DJRN-DATE
               MOVE    OLDDJRN-TIME        TO  DJRN-TIME
               MOVE    OLDDJRN-PNAME       TO  DJRN-PNAME
               MOVE    OLDDJRN-USERID      TO  DJRN-USERID
               MOVE    OLDDJRN-FUNC        TO  DJRN-FUNC
               MOVE    OLDDJRN-PATH-ID     TO  DJRN-PATH-ID
               MOVE    OLDDJRN-BEFORE      TO  DJRN-BEFORE
               MOVE    OLDDJRN-AFTER       TO  DJRN-AFTER
               MOVE    SPACES              TO  DJRN-CHECKER
               MOVE    OLDDJRN-DATE        TO  DJRN-BUS-DATE
               WRITE   DJRN-REC
               ADD     1                   TO  CONV-COUNT
           END-READ.
      *****************************************************************
      *    920-CONVERT-BUS-DATE brings the live log, every archived
      *    generation, the change journal and the work queue to the
      *    business-date shape.  Generations are converted in place
      *    the way 800-CONVERT-PRE-USERID does it.  Run it once: a
      *    file already converted would be read in the wrong shape.
      *****************************************************************
       920-CONVERT-BUS-DATE    SECTION.
           MOVE    'log.bdate.in'  TO  BUSLOG-NAME.
           MOVE    DSN-LOG-OUTPUT  TO  NEWLOG-NAME.
           PERFORM 930-COPY-BUS-LOG.
      *
           MOVE    ZERO        TO  FLG-CAT-EOF.
           OPEN    INPUT       NEWCAT-FILE.
           IF      (  NEWCAT-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN log.archive.cat, STATUS ['
                   NEWCAT-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   NEWCAT-FILE
           ELSE
               MOVE    ZERO        TO  NEWCAT-DATE
               START   NEWCAT-FILE
                   KEY IS  NOT LESS    NEWCAT-DATE
                 INVALID KEY
                   MOVE    1           TO  FLG-CAT-EOF
               END-START
               PERFORM 925-CONVERT-ONE-BUS-GEN
                   UNTIL   (  FLG-CAT-EOF  >  ZERO  )
               CLOSE   NEWCAT-FILE
               DISPLAY '*** ARCHIVE GENERATIONS CONVERTED'
                   UPON    CONSOLE
           END-IF.
      *
           PERFORM 940-CONVERT-BUS-DJRN.
           PERFORM 950-CONVERT-BUS-QUEUE.
      *****************************************************************
       925-CONVERT-ONE-BUS-GEN SECTION.
           READ    NEWCAT-FILE NEXT
             AT  END
               MOVE    1           TO  FLG-CAT-EOF
             NOT AT END
               MOVE    NEWCAT-NAME         TO  BUSLOG-NAME
               MOVE    'log.userid.work'   TO  NEWLOG-NAME
               PERFORM 930-COPY-BUS-LOG
               IF      (  FLG-COPY-OK  =  1  )
                   MOVE    NEWCAT-NAME     TO  NEWLOG-NAME
                   PERFORM 860-COPY-BACK
               ELSE
                   DISPLAY '*** GENERATION [' NEWCAT-NAME
                       '] LEFT AS IT WAS'
                       UPON    CONSOLE
               END-IF
           END-READ.
      *****************************************************************
       930-COPY-BUS-LOG        SECTION.
           MOVE    ZERO        TO  CONV-COUNT.
           MOVE    ZERO        TO  FLG-IN-EOF.
           MOVE    ZERO        TO  FLG-COPY-OK.
      *
           OPEN    INPUT       BUSLOG-FILE.
           IF      (  BUSLOG-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN [' BUSLOG-NAME '], STATUS ['
                   BUSLOG-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   BUSLOG-FILE
           ELSE
               MOVE    1           TO  FLG-COPY-OK
               OPEN    OUTPUT      NEWLOG-FILE
               PERFORM 935-COPY-ONE-BUS-LOG
                   UNTIL   (  FLG-IN-EOF  >  ZERO  )
               CLOSE
                   BUSLOG-FILE
                   NEWLOG-FILE
               DISPLAY '*** [' CONV-COUNT '] LOG RECORDS CONVERTED'
                   ' FROM [' BUSLOG-NAME ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       935-COPY-ONE-BUS-LOG    SECTION.
           READ    BUSLOG-FILE
             AT  END
               MOVE    1           TO  FLG-IN-EOF
             NOT AT END
               MOVE    BUSLOG-REC      TO  LOG-REC
               MOVE    BUSLOG-DATE     TO  LOG-BUS-DATE
               WRITE   LOG-REC
               ADD     1               TO  CONV-COUNT
           END-READ.
      *****************************************************************
       940-CONVERT-BUS-DJRN    SECTION.
           MOVE    ZERO        TO  CONV-COUNT.
           MOVE    ZERO        TO  FLG-IN-EOF.
      *
           OPEN    INPUT       BUSDJRN-FILE.
           IF      (  BUSDJRN-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN data.journal.bdate.in,'
                   ' STATUS [' BUSDJRN-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   BUSDJRN-FILE
           ELSE
               OPEN    OUTPUT      NEWDJRN-FILE
               PERFORM 945-COPY-ONE-BUS-DJRN
                   UNTIL   (  FLG-IN-EOF  >  ZERO  )
               CLOSE
                   BUSDJRN-FILE
                   NEWDJRN-FILE
               DISPLAY '*** [' CONV-COUNT '] DATA JOURNAL ENTRIES'
                   ' CONVERTED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       945-COPY-ONE-BUS-DJRN   SECTION.
           READ    BUSDJRN-FILE
             AT  END
               MOVE    1           TO  FLG-IN-EOF
             NOT AT END
               MOVE    BUSDJRN-REC         TO  DJRN-REC
               MOVE    BUSDJRN-DATE        TO  DJRN-BUS-DATE
               WRITE   DJRN-REC
               ADD     1                   TO  CONV-COUNT
           END-READ.
      *****************************************************************
       950-CONVERT-BUS-QUEUE   SECTION.
           MOVE    ZERO        TO  CONV-COUNT.
           MOVE    ZERO        TO  FLG-IN-EOF.
      *
           OPEN    INPUT       BUSQUE-FILE.
           IF      (  BUSQUE-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN work.queue.bdate.in, STATUS ['
                   BUSQUE-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   BUSQUE-FILE
           ELSE
               OPEN    OUTPUT      NEWQUE-FILE
               MOVE    LOW-VALUES  TO  BUSQUE-KEY
               START   BUSQUE-FILE
                   KEY IS  NOT LESS    BUSQUE-KEY
                 INVALID KEY
                   MOVE    1           TO  FLG-IN-EOF
               END-START
               PERFORM 955-COPY-ONE-BUS-QUE
                   UNTIL   (  FLG-IN-EOF  >  ZERO  )
               CLOSE
                   BUSQUE-FILE
                   NEWQUE-FILE
               DISPLAY '*** [' CONV-COUNT '] QUEUE ENTRIES CONVERTED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       955-COPY-ONE-BUS-QUE    SECTION.
           READ    BUSQUE-FILE     NEXT
             AT  END
               MOVE    1           TO  FLG-IN-EOF
             NOT AT END
               MOVE    BUSQUE-REC          TO  QUE-REC
               MOVE    BUSQUE-DATE         TO  QUE-BUS-DATE
               WRITE   QUE-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
               ADD     1                   TO  CONV-COUNT
           END-READ.
