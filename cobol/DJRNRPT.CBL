      * Audit print of the data.journal change journal MCPSUB writes
      * for every committed updating table operation, in the spirit
      * of what MAINTRPT does for maint.journal.  The operator keys
      * a path-id (zero = every record) and a from/to range of
      * business dates (DJRN-BUS-DATE, YYYYMMDD, blank = open-
      * ended), and every journal entry inside the selection prints:
      * who changed the record (the signed-on userid and the
      * terminal it was driven from, and for a change approved off a
      * protected range the supervisor who approved it -- the userid
      * is then the maker), the business date and when by the clock,
      * with which function, and what the record said before and
      * after.  The journal record carries the full kilobyte of each
      * image; the report prints the leading 100 columns, which
      * carries the key and the fields clerks actually fight over --
      * the journal file itself remains the full-fidelity source.
      *
      * The run signs on through MCPSUB the way DBCOMPAR does, only
      * to fetch the DBDESCRIBE layout, so that each image can be
      * put through MASKSUB field by field before it prints: a field
      * on mask.registry prints masked unless the signed-on userid's
      * class is cleared for it.  The heading says whether masking
      * was in force.  A run that cannot sign on or describe prints
      * nothing.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-DJRN-EOF    PIC 9       VALUE ZERO.
           02  FLG-DBOPEN-OK   PIC 9       VALUE ZERO.
           02  FLG-RPT-ERROR   PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  DJRN-FILE-STATUS PIC X(02).
       01  WORK.
           02  WRK-TO-IN       PIC X(08).
           02  PERIOD-FROM     PIC 9(08)   VALUE ZERO.
           02  PERIOD-TO       PIC 9(08)   VALUE 99999999.
           02  REC-BUS-DATE    PIC 9(08).
           02  FLD-POS         PIC S9(9)   BINARY.
           02  FLD-LEN         PIC S9(9)   BINARY.
           02  WRK-IMAGE       PIC X(1024).
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
               'PANDA -- BUSINESS-DATA CHANGE-AUDIT JOURNAL'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(03)   VALUE ']  '.
           02  RPT-MASKING     PIC X(20).
       01  RPT-HEADING-2.
           02  FILLER          PIC X(10)   VALUE 'BUS DATE'.
           02  FILLER          PIC X(10)   VALUE 'DATE'.
           02  FILLER          PIC X(10)   VALUE 'TIME'.
           02  FILLER          PIC X(10)   VALUE 'USERID'.
           02  FILLER          PIC X(10)   VALUE 'TERMINAL'.
           02  FILLER          PIC X(12)   VALUE 'FUNCTION'.
           02  FILLER          PIC X(11)   VALUE '  PATH-ID'.
           02  FILLER          PIC X(07)   VALUE 'CHECKER'.
       01  RPT-DETAIL.
           02  RPT-BUS-DATE    PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-DATE        PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-TIME        PIC X(08).
           02  RPT-FUNC        PIC X(10).
           02  FILLER          PIC X(02).
           02  RPT-PATH-ID     PIC ZZZZZZZZ9.
           02  FILLER          PIC X(02).
           02  RPT-CHECKER     PIC X(08).
       01  RPT-BEFORE-LINE.
           02  FILLER          PIC X(10)   VALUE '  BEFORE: '.
           02  RPT-BEFORE      PIC X(100).
       01  RPT-AFTER-LINE.
           02  FILLER          PIC X(10)   VALUE '  AFTER : '.
           02  RPT-AFTER       PIC X(100).
       COPY    DB-META-SAVE.
       COPY    DB-META.
       COPY    MCPAREA.
       COPY    MASKAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 060-SIGNON.
      *
           IF      (  FLG-DBOPEN-OK  =  1  )
               IF      (  MCP-RC  =  ZERO  )
                   PERFORM 070-DESCRIBE-PATH
                   IF      (  MCP-RC  NOT =  ZERO  )
                       DISPLAY '*** DJRNRPT DESCRIBE FAILED, RC = ['
                           MCP-RC ']'
                           UPON    CONSOLE
                       MOVE    1       TO  FLG-RPT-ERROR
                   ELSE
                       PERFORM 080-LOAD-MASKING
                   END-IF
                   PERFORM 900-SIGNOFF
               ELSE
                   DISPLAY '*** DJRNRPT DBSTART FAILED, RC = ['
                       MCP-RC '], CLOSING SESSION'
                       UPON    CONSOLE
                   PERFORM 910-CLOSE-ONLY
                   MOVE    1       TO  FLG-RPT-ERROR
               END-IF
           ELSE
               MOVE    1       TO  FLG-RPT-ERROR
           END-IF.
      *
           IF      (  FLG-RPT-ERROR  =  ZERO  )
               PERFORM 100-GET-SELECTION
               OPEN    INPUT   DJRN-FILE
               IF      (  DJRN-FILE-STATUS  NOT =  '00'  )
                   DISPLAY '*** NO DATA JOURNAL TO REPORT, STATUS ['
                       DJRN-FILE-STATUS ']'
                       UPON    CONSOLE
               ELSE
                   OPEN    OUTPUT  REPORT-FILE
                   MOVE    RPT-HEADING-1   TO  REPORT-LINE
                   WRITE   REPORT-LINE
                   MOVE    RPT-HEADING-2   TO  REPORT-LINE
                   WRITE   REPORT-LINE
      *
                   PERFORM 200-PRINT-JOURNAL
                       UNTIL   (  FLG-DJRN-EOF  >  ZERO  )
      *
                   CLOSE
                       DJRN-FILE
                       REPORT-FILE
               END-IF
           ELSE
               DISPLAY '*** DJRNRPT TERMINATED EARLY, NOTHING PRINTED'
                   UPON    CONSOLE
           END-IF.
      *
           DISPLAY '*** DJRNRPT ENTRIES PRINTED [' PRINT-COUNT ']'
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** DJRNRPT REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
       060-SIGNON              SECTION.
           DISPLAY 'USERID         : '
               UPON    CONSOLE.
           ACCEPT   MCP-USERID      FROM    CONSOLE.
           DISPLAY 'PASSWORD       : '
               UPON    CONSOLE.
           ACCEPT   MCP-PASSWORD    NO-ECHO.
      *
           MOVE    'DJRNRPT'   TO  MCP-PNAME.
      *
           MOVE    'AUTH'      TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-RC  NOT =  ZERO  )
               DISPLAY '*** DJRNRPT AUTH FAILED, RC = [' MCP-RC ']'
                   UPON    CONSOLE
           ELSE
               MOVE    'DBOPEN'    TO  MCP-FUNC
               CALL    'MCPSUB'    USING
                    MCPAREA
                    METADB
               IF      (  MCP-RC  NOT =  ZERO  )
                   DISPLAY '*** DJRNRPT DBOPEN FAILED, RC = ['
                       MCP-RC ']'
                       UPON    CONSOLE
               ELSE
                   MOVE    1           TO  FLG-DBOPEN-OK
                   MOVE    'DBSTART'   TO  MCP-FUNC
                   CALL    'MCPSUB'    USING
                        MCPAREA
                        METADB
               END-IF
           END-IF.
      *****************************************************************
       070-DESCRIBE-PATH       SECTION.
      *
      *    The DBMETA-ANS table is bigger than one DBCOMM block --
      *    size the round trip from the answer area itself, the way
      *    DBBROWSE does, so the two cannot drift.
      *
           MOVE    ZERO        TO  MCP-PATH-ID.
           MOVE    LENGTH OF DBMETA-ANS    TO  MCP-PATH-LENGTH.
           COMPUTE MCP-PATH-BLOCKS  =
               (  MCP-PATH-LENGTH  +  1023  )  /  1024.
           MOVE    'DBDESCRIBE'    TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-RC  =  ZERO  )
               MOVE    DBMETA-ANS  TO  METASAVE
               IF      (  METASAVE-FIELD-COUNT  >  64  )
                   MOVE    64      TO  METASAVE-FIELD-COUNT
               END-IF
           END-IF.
      *****************************************************************
       080-LOAD-MASKING        SECTION.
           MOVE    'LOAD'      TO  MASKAREA-FUNC.
           MOVE    MCP-USERID  TO  MASKAREA-USERID.
           CALL    'MASKSUB'   USING
                MASKAREA.
      *
           MOVE    MASKAREA-HEADING    TO  RPT-MASKING.
           DISPLAY '*** DJRNRPT ' MASKAREA-HEADING
               UPON    CONSOLE.
      *****************************************************************
       100-GET-SELECTION       SECTION.
           DISPLAY 'PATH-ID        : (BLANK OR 0 = ALL)'
               UPON    CONSOLE.
           ACCEPT   WRK-PATH-IN     FROM    CONSOLE.
           DISPLAY 'FROM BUS DATE  : (YYYYMMDD, BLANK = START)'
               UPON    CONSOLE.
           ACCEPT   WRK-FROM-IN     FROM    CONSOLE.
           DISPLAY 'TO BUS DATE    : (YYYYMMDD, BLANK = END)'
               UPON    CONSOLE.
           ACCEPT   WRK-TO-IN       FROM    CONSOLE.
      *
             AT  END
               MOVE    1           TO  FLG-DJRN-EOF
             NOT AT END
      *
      *    An entry journalled before the journal carried a business
      *    date goes by its wall-clock DJRN-DATE.
      *
               IF      (  DJRN-BUS-DATE  IS  NUMERIC  )
                   AND (  DJRN-BUS-DATE  >  ZERO       )
                   MOVE    DJRN-BUS-DATE   TO  REC-BUS-DATE
               ELSE
                   MOVE    DJRN-DATE       TO  REC-BUS-DATE
               END-IF
               IF      (  REC-BUS-DATE  NOT <  PERIOD-FROM  )
                   AND (  REC-BUS-DATE  NOT >  PERIOD-TO    )
                   AND (     (  SEL-PATH-ID  =  ZERO          )
                         OR  (  DJRN-PATH-ID  =  SEL-PATH-ID  )  )
                   PERFORM 300-PRINT-ENTRY
           END-READ.
      *****************************************************************
       300-PRINT-ENTRY         SECTION.
           MOVE    REC-BUS-DATE    TO  RPT-BUS-DATE.
           MOVE    DJRN-DATE       TO  RPT-DATE.
           MOVE    DJRN-TIME       TO  RPT-TIME.
           MOVE    DJRN-USERID     TO  RPT-USERID.
           MOVE    DJRN-PNAME      TO  RPT-PNAME.
           MOVE    DJRN-FUNC       TO  RPT-FUNC.
           MOVE    DJRN-PATH-ID    TO  RPT-PATH-ID.
           MOVE    DJRN-CHECKER    TO  RPT-CHECKER.
           MOVE    RPT-DETAIL      TO  REPORT-LINE.
           WRITE   REPORT-LINE.
      *
           IF      (  DJRN-BEFORE  NOT =  SPACES  )
               MOVE    DJRN-BEFORE         TO  WRK-IMAGE
               PERFORM 310-MASK-IMAGE
               MOVE    WRK-IMAGE(1:100)    TO  RPT-BEFORE
               MOVE    RPT-BEFORE-LINE     TO  REPORT-LINE
               WRITE   REPORT-LINE
           END-IF.
           IF      (  DJRN-AFTER   NOT =  SPACES  )
               MOVE    DJRN-AFTER          TO  WRK-IMAGE
               PERFORM 310-MASK-IMAGE
               MOVE    WRK-IMAGE(1:100)    TO  RPT-AFTER
               MOVE    RPT-AFTER-LINE      TO  REPORT-LINE
               WRITE   REPORT-LINE
           END-IF.
      *
           ADD     1               TO  PRINT-COUNT.
      *****************************************************************
      *    310-MASK-IMAGE masks WRK-IMAGE field by field, each value
      *    over its own full width and put back where it came from,
      *    so the image keeps its shape.  A field starting past the
      *    100 columns printed is passed over, and one whose offset
      *    or length runs outside the image is not trusted.
      *****************************************************************
       310-MASK-IMAGE          SECTION.
           IF      (  MASKAREA-IN-FORCE  =  1  )
               PERFORM VARYING I   FROM    1   BY  1
                       UNTIL   (  I    >  METASAVE-FIELD-COUNT  )
                   COMPUTE FLD-POS  =  METASAVE-FIELD-OFFSET(I)  +  1
                   MOVE    METASAVE-FIELD-LENGTH(I)    TO  FLD-LEN
                   IF      (  FLD-POS  NOT <  1    )
                       AND (  FLD-POS  NOT >  100  )
                       AND (  FLD-LEN  NOT <  1    )
                       AND (  FLD-POS  +  FLD-LEN  -  1  NOT >  1024  )
                       PERFORM 320-MASK-FIELD
                   END-IF
               END-PERFORM
           END-IF.
      *****************************************************************
       320-MASK-FIELD          SECTION.
           IF      (  FLD-LEN  >  256  )
               MOVE    256         TO  FLD-LEN
           END-IF.
           MOVE    SPACES      TO  MASKAREA-VALUE.
           MOVE    WRK-IMAGE(FLD-POS : FLD-LEN)
               TO  MASKAREA-VALUE(1 : FLD-LEN).
           MOVE    'APPLY'     TO  MASKAREA-FUNC.
           MOVE    METASAVE-FIELD-NAME(I)  TO  MASKAREA-FIELD.
           MOVE    FLD-LEN     TO  MASKAREA-LENGTH.
           CALL    'MASKSUB'   USING
                MASKAREA.
           IF      (  MASKAREA-RC  =  ZERO  )
               MOVE    MASKAREA-VALUE(1 : FLD-LEN)
                   TO  WRK-IMAGE(FLD-POS : FLD-LEN)
           END-IF.
      *****************************************************************
       900-SIGNOFF              SECTION.
           MOVE    'DBCOMMIT'   TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           MOVE    'DBCLOSE'   TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *****************************************************************
       910-CLOSE-ONLY           SECTION.
           MOVE    'DBCLOSE'   TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
