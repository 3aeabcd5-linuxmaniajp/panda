      * value; rows failing the test are skipped and counted.  A
      * blank field name exports every row.  DBDLIMP is the matching
      * import for delimited data coming back from the business side.
      *
      * Every cell goes through MASKSUB, so a field on mask.registry
      * is exported masked unless the signed-on userid's class is
      * cleared for it.  The file leads with a line saying whether
      * masking was in force for the run, ahead of the field names;
      * DBDLIMP refuses a masked file.
      *
      * The same line carries the date and time the layout was
      * described ('LAYOUT YYYYMMDD HHMMSSHH' from column 22).  At end
      * of job the run is entered on run.ledger under that stamp and
      * the layout in layout.catalog through LAYSUB, so DBDLIMP can
      * fetch the very layout the file was written under and refuse
      * it if the table has changed shape since.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ASSIGN  USING   DSN-DELIM-EXPORT
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  RUN-FILE
               ASSIGN  USING   DSN-RUN-LEDGER
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  RUN-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-REC              PIC X(2048).
       FD  RUN-FILE.
           COPY    RUNREC.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EXPORT-EOT      PIC 9       VALUE ZERO.
           02  FLG-EXPORT-ERROR    PIC 9       VALUE ZERO.
           02  FLG-DBOPEN-OK       PIC 9       VALUE ZERO.
           02  FLG-ROW-WANTED      PIC 9       VALUE ZERO.
           02  FLG-DESCRIBED       PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  RUN-FILE-STATUS     PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  J                   PIC S9(9)   BINARY.
           02  EXPORT-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
           02  SKIP-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  WRK-VALUE           PIC X(256).
           02  STAMP-DATE          PIC 9(08)   VALUE ZERO.
           02  STAMP-TIME          PIC 9(08)   VALUE ZERO.
      *
      *    The run-control hash -- see the RUNREC copybook for the
      *    definition every writer shares.  It is taken over the row
      *    images exported, before any masking.
      *
       01  HASH.
           02  H                   PIC S9(9)   BINARY.
           02  HASH-ACC            PIC S9(18)  BINARY  VALUE ZERO.
           02  HASH-QUOT           PIC S9(18)  BINARY.
           02  WRK-HASH-REC        PIC X(16).
           02  HASH-DIGIT-X        PIC X(01).
           02  HASH-DIGIT-N        REDEFINES   HASH-DIGIT-X
                                   PIC 9(01).
       01  SEL.
           02  SEL-FIELD-NAME      PIC X(30).
           02  SEL-COND            PIC X(01).
           02  SEL-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  SEL-LEN             PIC S9(9)   BINARY  VALUE ZERO.
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-DELIM-EXPORT    PIC X(40).
           02  DSN-RUN-LEDGER      PIC X(40).
           COPY    REGAREA.
       COPY    DB-META-SAVE.
       COPY    DB-META.
       COPY    MCPAREA.
       COPY    MASKAREA.
       COPY    LAYAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
                   PERFORM 150-DESCRIBE-PATH
                   IF      (  MCP-RC  =  ZERO  )
                       PERFORM 160-GET-SELECTION
                       PERFORM 170-LOAD-MASKING
                   END-IF
                   IF      (  MCP-RC  =  ZERO  )
                       AND (  FLG-EXPORT-ERROR  =  ZERO  )
               UPON    CONSOLE.
           DISPLAY '*** DBDLEXP RECORDS SKIPPED  [' SKIP-COUNT ']'
               UPON    CONSOLE.
      *
           PERFORM 800-WRITE-RUN-LEDGER.
      *
           EXIT    PROGRAM.
           STOP    RUN.
               TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-DELIM-EXPORT.
      *
           MOVE    'run.ledger'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-RUN-LEDGER.
      *
           DISPLAY '*** DBDLEXP REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
               IF      (  METASAVE-FIELD-COUNT  >  64  )
                   MOVE    64      TO  METASAVE-FIELD-COUNT
               END-IF
               ACCEPT   STAMP-DATE      FROM    DATE    YYYYMMDD
               ACCEPT   STAMP-TIME      FROM    TIME
               MOVE    1           TO  FLG-DESCRIBED
           END-IF.
      *****************************************************************
      *    160-GET-SELECTION keys the optional row filter.  The field
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       170-LOAD-MASKING        SECTION.
           MOVE    'LOAD'      TO  MASKAREA-FUNC.
           MOVE    MCP-USERID  TO  MASKAREA-USERID.
           CALL    'MASKSUB'   USING
                MASKAREA.
      *
           DISPLAY '*** DBDLEXP ' MASKAREA-HEADING
               UPON    CONSOLE.
      *****************************************************************
       180-WRITE-HEADING       SECTION.
           MOVE    SPACES              TO  EXPORT-REC.
           MOVE    MASKAREA-HEADING    TO  EXPORT-REC(1:20).
           MOVE    'LAYOUT'            TO  EXPORT-REC(22:6).
           MOVE    STAMP-DATE          TO  EXPORT-REC(29:8).
           MOVE    STAMP-TIME          TO  EXPORT-REC(38:8).
           WRITE   EXPORT-REC.
      *
           MOVE    SPACES      TO  EXPORT-REC.
           MOVE    1           TO  OUT-PTR.
      *
      *    DBCOMM block and the true row count in MCP-BLOCKS, so a
      *    short answer is the normal way the end of the table
      *    arrives.  An engine RC other than zero is its end/error
      *    answer, not rows, and exports nothing.  An RC MCPSUB
      *    raises itself -- a governor rollback (81) or a refusal
      *    (83, 97) as much as a bridge failure -- fails the export
      *    instead of ending it short.
      *****************************************************************
       200-EXPORT-RECORD       SECTION.
           ADD     1               TO  MCP-PATH-ID.
                METADB.
      *
           EVALUATE    MCP-RC
             WHEN     81
             WHEN     83
             WHEN     90
             WHEN     94
             WHEN     95
             WHEN     97
               DISPLAY '*** DBDLEXP TABLE OPERATION ABENDED, RC = ['
                   MCP-RC ']'
                   UPON    CONSOLE
           COMPUTE ROW-BASE  =  (  K  -  1  )  *  1024.
           PERFORM 250-CHECK-SELECTION.
           IF      (  FLG-ROW-WANTED  =  1  )
               MOVE    DBDATA(ROW-BASE + 1 : 16)   TO  WRK-HASH-REC
               PERFORM 500-HASH-RECORD
               PERFORM 300-WRITE-DELIMITED
               ADD     1               TO  EXPORT-COUNT
           ELSE
      *    hence the +1 on top of the row's base.  Metadata running
      *    outside the row is not trusted -- the cell is left empty,
      *    the way DBBROWSE flags rather than follows a bad offset.
      *    A masked value is not a number any more, so its zeros are
      *    left alone.
      *****************************************************************
       310-SLICE-FIELD         SECTION.
           MOVE    SPACES      TO  WRK-VALUE.
               END-IF
               MOVE    DBDATA(FLD-POS : FLD-LEN)
                   TO  WRK-VALUE(1 : FLD-LEN)
               PERFORM 320-MASK-FIELD
               PERFORM 400-TRIM-VALUE
               IF      (  METASAVE-FIELD-TYPE(I)  =  'N'  )
                   AND (  MASKAREA-RC  NOT =  ZERO    )
                   PERFORM 410-TRIM-LEADING-ZEROS
               END-IF
           END-IF.
      *****************************************************************
      *    320-MASK-FIELD masks field I's value in WRK-VALUE by the
      *    registry.  MASKAREA-RC is zero when it was masked.
      *****************************************************************
       320-MASK-FIELD          SECTION.
           MOVE    91          TO  MASKAREA-RC.
           IF      (  MASKAREA-IN-FORCE  =  1  )
               MOVE    'APPLY'     TO  MASKAREA-FUNC
               MOVE    METASAVE-FIELD-NAME(I)  TO  MASKAREA-FIELD
               MOVE    FLD-LEN     TO  MASKAREA-LENGTH
               MOVE    WRK-VALUE   TO  MASKAREA-VALUE
               CALL    'MASKSUB'   USING
                    MASKAREA
               MOVE    MASKAREA-VALUE  TO  WRK-VALUE
           END-IF.
      *****************************************************************
      *    400-TRIM-VALUE finds the length of WRK-VALUE without its
      *    trailing blanks (VAL-LEN, zero when the whole field is
      *    blank) -- the delimited file carries values, not padding.
                   INTO    EXPORT-REC
                   WITH    POINTER     OUT-PTR
           END-IF.
      *****************************************************************
      *    500-HASH-RECORD adds one record's contribution to the
      *    run-control hash: every digit in the leading 16 bytes,
      *    weighted by its position.  See RUNREC.
      *****************************************************************
       500-HASH-RECORD         SECTION.
           PERFORM VARYING H   FROM    1   BY  1
                   UNTIL   (  H    >  16  )
               IF      (  WRK-HASH-REC(H : 1)  NUMERIC  )
                   MOVE    WRK-HASH-REC(H : 1) TO  HASH-DIGIT-X
                   COMPUTE HASH-ACC  =
                       HASH-ACC  +  (  HASH-DIGIT-N  *  H  )
               END-IF
           END-PERFORM.
      *****************************************************************
      *    800-WRITE-RUN-LEDGER appends this run's control record --
      *    rows read, rows exported, the hash and the disposition --
      *    under the stamp the heading carries, and catalogs the
      *    layout under the same stamp.  A run that never described
      *    the path is stamped at end of job.
      *****************************************************************
       800-WRITE-RUN-LEDGER    SECTION.
           OPEN    EXTEND      RUN-FILE.
           IF      (  RUN-FILE-STATUS  NOT =  '00'  )
               CLOSE   RUN-FILE
               OPEN    OUTPUT  RUN-FILE
           END-IF.
      *
           IF      (  FLG-DESCRIBED  =  1  )
               MOVE    STAMP-DATE  TO  RUN-DATE
               MOVE    STAMP-TIME  TO  RUN-TIME
           ELSE
               ACCEPT   RUN-DATE        FROM    DATE    YYYYMMDD
               ACCEPT   RUN-TIME        FROM    TIME
           END-IF.
           MOVE    'DBDLEXP'   TO  RUN-PROGRAM.
           COMPUTE RUN-IN-COUNT  =  EXPORT-COUNT  +  SKIP-COUNT.
           MOVE    EXPORT-COUNT    TO  RUN-OUT-COUNT.
           DIVIDE  HASH-ACC    BY  1000000000000
               GIVING      HASH-QUOT
               REMAINDER   RUN-HASH.
           IF      (  FLG-DBOPEN-OK  =  1       )
               AND (  FLG-EXPORT-ERROR  =  ZERO )
               MOVE    'C'         TO  RUN-DISP
           ELSE
               MOVE    'A'         TO  RUN-DISP
           END-IF.
      *
           WRITE   RUN-REC.
           CLOSE   RUN-FILE.
      *
           IF      (  FLG-DESCRIBED  =  1    )
               AND (  RUN-DISP       =  'C'  )
               PERFORM 810-RECORD-LAYOUT
           END-IF.
      *****************************************************************
       810-RECORD-LAYOUT       SECTION.
           MOVE    'RECORD'    TO  LAYAREA-FUNC.
           MOVE    RUN-PROGRAM TO  LAYAREA-PROGRAM.
           MOVE    ZERO        TO  LAYAREA-PATH-ID.
           MOVE    RUN-DATE    TO  LAYAREA-DATE.
           MOVE    RUN-TIME    TO  LAYAREA-TIME.
           CALL    'LAYSUB'    USING
                LAYAREA
                METASAVE.
      *
           IF      (  LAYAREA-RC  NOT =  ZERO  )
               DISPLAY '*** DBDLEXP LAYOUT NOT CATALOGUED, RC = ['
                   LAYAREA-RC ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       900-SIGNOFF              SECTION.
           IF      (  FLG-EXPORT-ERROR  >  ZERO  )
