      * (log.output): counts DBSTART against DBCOMMIT/DBROLLBACK per
      * terminal/MCP-PNAME and flags any terminal that opened a unit of
      * work and never closed it.
      *
      * The operator keys the business date to report (LOG-BUS-DATE,
      * blank = every record on the log), so calls keyed after
      * midnight in a late close are counted with the day they
      * belong to, and a log carrying more than one business day
      * can still be reconciled a day at a time.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  LOG-FILE
                               PIC S9(9)   BINARY  VALUE 200.
           02  PNAME-COUNT     PIC S9(9)   BINARY  VALUE ZERO.
           02  PNAME-SUB       PIC S9(9)   BINARY.
           02  WRK-BUS-DATE-IN PIC X(08).
           02  SEL-BUS-DATE    PIC 9(08)   VALUE ZERO.
           02  REC-BUS-DATE    PIC 9(08).
       01  PNAME-TABLE.
           02  PNAME-ENTRY     OCCURS  200 TIMES.
               03  PNAME-VALUE     PIC X(08).
               'PANDA -- DAILY TRANSACTION RECONCILIATION'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(18)   VALUE
               ']  BUSINESS DATE ['.
           02  RPT-BUS-DATE    PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-HEADING-2.
           02  FILLER          PIC X(10)   VALUE 'TERMINAL'.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 070-GET-BUSINESS-DATE.
           OPEN    INPUT   LOG-FILE.
           OPEN    OUTPUT  REPORT-FILE.
      *
      *
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** DBLOGRPT REGION [' REGAREA-REGION ']'.
      *****************************************************************
       070-GET-BUSINESS-DATE   SECTION.
           DISPLAY 'BUSINESS DATE  : (YYYYMMDD, BLANK = ALL)'
               UPON    CONSOLE.
           MOVE    SPACES      TO  WRK-BUS-DATE-IN.
           ACCEPT   WRK-BUS-DATE-IN     FROM    CONSOLE.
      *
           IF      (  WRK-BUS-DATE-IN  IS  NUMERIC  )
               MOVE    WRK-BUS-DATE-IN TO  SEL-BUS-DATE
               MOVE    WRK-BUS-DATE-IN TO  RPT-BUS-DATE
           ELSE
               IF      (  WRK-BUS-DATE-IN  NOT =  SPACES  )
                   DISPLAY '*** NOT A DATE [' WRK-BUS-DATE-IN
                       '] -- REPORTING ALL'
                       UPON    CONSOLE
               END-IF
               MOVE    ZERO        TO  SEL-BUS-DATE
               MOVE    'ALL'       TO  RPT-BUS-DATE
           END-IF.
      *****************************************************************
       100-ACCUMULATE-LOG      SECTION.
           READ    LOG-FILE
      *    Continuation records (LOG-BLOCK-SEQ above 1) are the
      *    extra blocks of one and the same call, not more calls.
      *
      *    A record from before the log carried a business date
      *    goes by its wall-clock LOG-DATE.
      *
               IF      (  LOG-BUS-DATE  IS  NUMERIC  )
                   AND (  LOG-BUS-DATE  >  ZERO       )
                   MOVE    LOG-BUS-DATE    TO  REC-BUS-DATE
               ELSE
                   MOVE    LOG-DATE        TO  REC-BUS-DATE
               END-IF
               IF      (  LOG-DIRECTION  =  'R'   )
                       AND  (  LOG-RC         =  ZERO  )
                       AND  (  LOG-BLOCK-SEQ  NOT >  1 )
                       AND  (  SEL-BUS-DATE   =  ZERO
                            OR REC-BUS-DATE   =  SEL-BUS-DATE  )
                   PERFORM 200-TALLY-FUNC
               END-IF
           END-READ.
