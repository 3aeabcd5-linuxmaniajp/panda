      ******************************************************************
      * End-of-day transaction-log cutover.  Copies the whole of
      * log.output into a date-stamped archive generation named
      * log.archive.YYYYMMDD (the YYYYMMDD is the business date,
      * LOG-BUS-DATE, the records carry -- the business day closed,
      * not the wall clock at cutover time or when the call was
      * keyed; a log that spans a business-date roll is split, each
      * record going to the generation of its own business date),
      * truncates log.output to empty for the next business day,
      * records the generation in the log.archive.cat catalog, and
      * finally deletes every catalogued generation older than the
      * operator-keyed retention period in days.  Run between the
      * last DBCLOSE of the day and the DBLOGRPT pass, so the report
      * always reads exactly one day's traffic -- set the drain from
      * MCPOPER (D) and watch the open session count fall to zero (W)
      * to force that quiet point instead of walking the floor.  A
      * same-day rerun appends to the existing generation rather
      * than overwriting it.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           02  I                   PIC S9(9)   BINARY.
           02  ARCH-NAME           PIC X(40).
           02  GEN-DATE            PIC 9(08).
           02  REC-BUS-DATE        PIC 9(08).
           02  ARCH-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  PURGE-COUNT         PIC S9(9)   BINARY  VALUE ZERO.
           02  WRK-RETAIN-IN       PIC X(05).
                       UPON    CONSOLE
                   CLOSE   LOG-FILE
               ELSE
                   PERFORM 210-RECORD-BUS-DATE
                   MOVE    REC-BUS-DATE    TO  GEN-DATE
                   PERFORM 300-COPY-TO-ARCHIVE
                   PERFORM 350-CATALOG-GENERATION
      *
               END-IF
           END-IF.
      *****************************************************************
      *    210-RECORD-BUS-DATE answers the business date of the log
      *    record in hand.  A record written before the log carried
      *    one (and not yet through DATECONV) has only its wall-clock
      *    LOG-DATE to go by.
      *****************************************************************
       210-RECORD-BUS-DATE     SECTION.
           IF      (  LOG-BUS-DATE  IS  NUMERIC  )
               AND (  LOG-BUS-DATE  >  ZERO       )
               MOVE    LOG-BUS-DATE    TO  REC-BUS-DATE
           ELSE
               MOVE    LOG-DATE        TO  REC-BUS-DATE
           END-IF.
      *****************************************************************
       300-COPY-TO-ARCHIVE     SECTION.
           PERFORM 320-OPEN-GENERATION.
      *
           PERFORM 310-COPY-ONE-REC
               UNTIL   (  FLG-LOG-EOF  >  ZERO  ).
               ARCH-FILE.
      *****************************************************************
      *    The first log record is already in LOG-REC when the copy
      *    loop starts (200-CUTOVER-LOG read it to take its
      *    business date)
      *    -- write first, read next.
      *****************************************************************
       310-COPY-ONE-REC        SECTION.
           PERFORM 210-RECORD-BUS-DATE.
           IF      (  REC-BUS-DATE  NOT =  GEN-DATE  )
               CLOSE   ARCH-FILE
               PERFORM 350-CATALOG-GENERATION
               MOVE    REC-BUS-DATE    TO  GEN-DATE
               PERFORM 320-OPEN-GENERATION
           END-IF.
      *
           MOVE    LOG-REC     TO  ARCH-REC.
           WRITE   ARCH-REC.
           ADD     1           TO  ARCH-COUNT.
             AT  END
               MOVE    1           TO  FLG-LOG-EOF
           END-READ.
      *****************************************************************
      *    320-OPEN-GENERATION opens the generation of GEN-DATE for
      *    append -- a same-day rerun adds to what is there.
      *****************************************************************
       320-OPEN-GENERATION     SECTION.
           MOVE    SPACES      TO  ARCH-NAME.
           STRING  DSN-ARCH-PREFIX DELIMITED BY SPACE
                   '.'             DELIMITED BY SIZE
                   GEN-DATE        DELIMITED BY SIZE
               INTO    ARCH-NAME.
      *
           OPEN    EXTEND      ARCH-FILE.
           IF      (  ARCH-FILE-STATUS  NOT =  '00'  )
               CLOSE   ARCH-FILE
               OPEN    OUTPUT  ARCH-FILE
           END-IF.
           DISPLAY '*** DBLOGCUT GENERATION [' ARCH-NAME ']'
               UPON    CONSOLE.
      *****************************************************************
       350-CATALOG-GENERATION  SECTION.
           OPEN    I-O         CAT-FILE.
