      * engine saying "no more rows", so those stop the extract early
      * and are flagged as an abnormal termination instead of being
      * read as ordinary end-of-data.
      *
      * Before the walk the path is described ('DBDESCRIBE') and, at
      * end of job, the layout is entered in layout.catalog through
      * LAYSUB under the same date, time and program as the
      * run.ledger entry, so DBLOAD and DBCOMPAR can tell whether
      * the table still has the shape the extract was taken under.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           02  FLG-EXTRACT-EOT     PIC 9       VALUE ZERO.
           02  FLG-EXTRACT-ERROR   PIC 9       VALUE ZERO.
           02  FLG-DBOPEN-OK       PIC 9       VALUE ZERO.
           02  FLG-DESCRIBED       PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  RUN-FILE-STATUS     PIC X(02).
       01  WORK.
           02  DSN-DB-EXTRACT      PIC X(40).
           02  DSN-RUN-LEDGER      PIC X(40).
           COPY    REGAREA.
       COPY    DB-META-SAVE.
       COPY    DB-META.
       COPY    MCPAREA.
       COPY    LAYAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
      *
           IF      (  FLG-DBOPEN-OK  =  1  )
               IF      (  MCP-RC  =  ZERO  )
                   PERFORM 150-DESCRIBE-PATH
                   IF      (  MCP-RC  =  ZERO  )
                       OPEN    OUTPUT      EXTRACT-FILE
                       PERFORM 200-EXTRACT-TABLE
                           UNTIL   (  FLG-EXTRACT-EOT  >  ZERO  )
                       CLOSE
                           EXTRACT-FILE
                   ELSE
                       DISPLAY '*** DBEXTR DESCRIBE FAILED, RC = ['
                           MCP-RC ']'
                           UPON    CONSOLE
                       MOVE    1       TO  FLG-EXTRACT-ERROR
                   END-IF
                   PERFORM 900-SIGNOFF
               ELSE
      *
                   MOVE    ZERO        TO  MCP-PATH-ID
               END-IF
           END-IF.
      *****************************************************************
       150-DESCRIBE-PATH       SECTION.
      *
      *    The DBMETA-ANS table is bigger than one DBCOMM block --
      *    size the round trip from the answer area itself, the way
      *    DBBROWSE does, so the two cannot drift.
      *
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
               MOVE    1           TO  FLG-DESCRIBED
           END-IF.
      *****************************************************************
      *    200-EXTRACT-TABLE asks for FETCH-BLOCKS consecutive rows
      *    starting at MCP-PATH-ID; the answer carries one row per
      *    arrives.  An engine RC other than zero is the engine's
      *    own end/error answer, not a block of rows -- nothing is
      *    written from it, exactly as the old one-row DBNEXT loop
      *    wrote nothing from a nonzero answer.  An RC MCPSUB raises
      *    itself -- a governor rollback (81) or a refusal (83, 97)
      *    as much as a bridge failure -- fails the extract instead
      *    of ending it short.
      *****************************************************************
       200-EXTRACT-TABLE       SECTION.
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
               DISPLAY '*** DBEXTR TABLE OPERATION ABENDED, RC = ['
                   MCP-RC ']'
                   UPON    CONSOLE
      *****************************************************************
      *    800-WRITE-RUN-LEDGER appends this run's control record --
      *    counts, hash (kept modulo 10**12) and disposition -- for
      *    RUNVERIF to pair against the consuming load, and catalogs
      *    the layout described under the same stamp.
      *****************************************************************
       800-WRITE-RUN-LEDGER    SECTION.
           OPEN    EXTEND      RUN-FILE.
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
               DISPLAY '*** DBEXTR LAYOUT NOT CATALOGUED, RC = ['
                   LAYAREA-RC ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       900-SIGNOFF              SECTION.
           IF      (  FLG-EXTRACT-ERROR  >  ZERO  )
