      * engine rejecting the record itself; either way the open batch
      * is rolled back and the input record number the batch began at
      * is reported, so a rerun can resume from that record.
      *
      * The operator also keys the date the extract was taken; it is
      * required, and asked for up to three times; a run with no date
      * loads nothing and ends with a non-zero return code.  Before
      * the first record is read the path is described and LAYSUB
      * compares that layout field by field with the one DBEXTR
      * catalogued for that date; any field added, removed, moved,
      * resized or retyped since is listed and nothing is loaded -- a
      * widened field would otherwise load shifted bytes with MCP-RC
      * zero.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           02  I                   PIC S9(9)   BINARY.
           02  WRK-BATCH-IN        PIC X(05).
           02  WRK-BATCH-SHIFT     PIC X(05).
           02  WRK-DATE-IN         PIC X(08).
           02  EXTRACT-DATE        PIC 9(08)   VALUE ZERO.
           02  DATE-TRIES          PIC S9(9)   BINARY  VALUE ZERO.
           02  DATE-MAX-TRIES      PIC S9(9)   BINARY  VALUE 3.
           02  LOAD-BATCH-SIZE     PIC 9(05)   VALUE ZERO.
           02  LOAD-RECNO          PIC S9(9)   BINARY  VALUE ZERO.
           02  LOAD-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  DSN-DB-LOAD         PIC X(40).
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
                       PERFORM 160-CHECK-LAYOUT
                   ELSE
                       DISPLAY '*** DBLOAD DESCRIBE FAILED, RC = ['
                           MCP-RC ']'
                           UPON    CONSOLE
                       MOVE    1       TO  FLG-LOAD-ERROR
                   END-IF
                   IF      (  FLG-LOAD-ERROR  =  ZERO  )
                       OPEN    INPUT       LOAD-FILE
                       PERFORM 200-LOAD-RECORD
                           UNTIL   (  FLG-LOAD-EOF    >  ZERO  )
                               OR  (  FLG-LOAD-ERROR  >  ZERO  )
                       CLOSE
                           LOAD-FILE
                   END-IF
                   PERFORM 900-SIGNOFF
               ELSE
      *
               MOVE    WRK-BATCH-IN    TO  LOAD-BATCH-SIZE
           END-IF.
      *
           MOVE    ZERO        TO  EXTRACT-DATE.
           MOVE    ZERO        TO  DATE-TRIES.
           PERFORM 110-GET-EXTRACT-DATE
               UNTIL   (  EXTRACT-DATE  >  ZERO  )
                   OR  (  DATE-TRIES  NOT <  DATE-MAX-TRIES  ).
      *
      *    No date after the last try (a console at end of file
      *    answers nothing, however often it is asked) ends the run
      *    before a session is opened -- nothing is loaded, the
      *    ledger records the run abandoned, and the job step ends
      *    with a non-zero return code.
      *
           IF      (  EXTRACT-DATE  =  ZERO  )
               DISPLAY '*** DBLOAD NO EXTRACT DATE AFTER ['
                   DATE-TRIES '] TRIES, NOTHING LOADED'
                   UPON    CONSOLE
               MOVE    8           TO  RETURN-CODE
           ELSE
               PERFORM 105-OPEN-SESSION
           END-IF.
      *****************************************************************
       105-OPEN-SESSION        SECTION.
           MOVE    'DBLOAD'    TO  MCP-PNAME.
      *
           MOVE    'AUTH'      TO  MCP-FUNC.
                   MOVE    ZERO        TO  MCP-PATH-ID
               END-IF
           END-IF.
      *****************************************************************
      *    110-GET-EXTRACT-DATE takes the date the extract was taken.
      *    It must be keyed -- the latest catalogued layout is today's,
      *    and checking an older extract against it proves nothing --
      *    so anything but a YYYYMMDD date is asked for again, up
      *    to DATE-MAX-TRIES times.
      *****************************************************************
       110-GET-EXTRACT-DATE    SECTION.
           ADD     1           TO  DATE-TRIES.
           MOVE    SPACES      TO  WRK-DATE-IN.
           DISPLAY 'EXTRACT DATE   : (YYYYMMDD)'
               UPON    CONSOLE.
           ACCEPT   WRK-DATE-IN     FROM    CONSOLE.
      *
           IF      (  WRK-DATE-IN  NUMERIC  )
               AND (  WRK-DATE-IN(5:2)  NOT <  '01'  )
               AND (  WRK-DATE-IN(5:2)  NOT >  '12'  )
               AND (  WRK-DATE-IN(7:2)  NOT <  '01'  )
               AND (  WRK-DATE-IN(7:2)  NOT >  '31'  )
               MOVE    WRK-DATE-IN     TO  EXTRACT-DATE
           ELSE
               DISPLAY '*** DBLOAD THE EXTRACT DATE MUST BE KEYED AS'
                   ' YYYYMMDD'
                   UPON    CONSOLE
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
           END-IF.
      *****************************************************************
      *    160-CHECK-LAYOUT compares today's layout with the one the
      *    extract was taken under -- DBEXTR's latest catalogued
      *    version on or before EXTRACT-DATE.  Any refusal raises
      *    the error before LOAD-FILE is opened.
      *****************************************************************
       160-CHECK-LAYOUT        SECTION.
           MOVE    'CHECK'     TO  LAYAREA-FUNC.
           MOVE    'DBEXTR'    TO  LAYAREA-PROGRAM.
           MOVE    ZERO        TO  LAYAREA-PATH-ID.
           MOVE    EXTRACT-DATE    TO  LAYAREA-DATE.
           MOVE    ZERO        TO  LAYAREA-TIME.
           CALL    'LAYSUB'    USING
                LAYAREA
                METASAVE.
      *
           EVALUATE    LAYAREA-RC
             WHEN     ZERO
               DISPLAY '*** DBLOAD LAYOUT MATCHES DBEXTR ['
                   LAYAREA-DATE '] [' LAYAREA-TIME ']'
                   UPON    CONSOLE
             WHEN     10
               PERFORM 170-REPORT-DRIFT
               MOVE    1           TO  FLG-LOAD-ERROR
             WHEN     91
               DISPLAY '*** DBLOAD NO CATALOGUED DBEXTR LAYOUT ON OR'
                   ' BEFORE [' EXTRACT-DATE '], NOT LOADED'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-LOAD-ERROR
             WHEN      OTHER
               DISPLAY '*** DBLOAD LAYOUT CATALOG NOT READ, RC = ['
                   LAYAREA-RC '], NOT LOADED'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-LOAD-ERROR
           END-EVALUATE.
      *****************************************************************
      *    170-REPORT-DRIFT lists every difference LAYSUB found --
      *    offset/length/type as catalogued (WAS) and as described
      *    now (NOW) -- and the count of each kind.
      *****************************************************************
       170-REPORT-DRIFT        SECTION.
           DISPLAY '*** DBLOAD LAYOUT HAS CHANGED SINCE DBEXTR ['
               LAYAREA-DATE '] [' LAYAREA-TIME '], NOT LOADED'
               UPON    CONSOLE.
      *
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  LAYAREA-DRIFT-COUNT  )
               DISPLAY '*** ' LAYAREA-DRIFT-KIND(I)
                   ' [' LAYAREA-DRIFT-FIELD(I)
                   '] WAS [' LAYAREA-DRIFT-WAS-OFF(I)
                   '/' LAYAREA-DRIFT-WAS-LEN(I)
                   '/' LAYAREA-DRIFT-WAS-TYPE(I)
                   '] NOW [' LAYAREA-DRIFT-NOW-OFF(I)
                   '/' LAYAREA-DRIFT-NOW-LEN(I)
                   '/' LAYAREA-DRIFT-NOW-TYPE(I) ']'
                   UPON    CONSOLE
           END-PERFORM.
      *
           DISPLAY '*** ADDED [' LAYAREA-ADDED
               '] REMOVED [' LAYAREA-REMOVED
               '] MOVED [' LAYAREA-MOVED
               '] RESIZED [' LAYAREA-RESIZED
               '] RETYPED [' LAYAREA-RETYPED ']'
               UPON    CONSOLE.
      *****************************************************************
       200-LOAD-RECORD         SECTION.
           READ    LOAD-FILE
               MOVE    LOAD-REC        TO  DBDATA(1:1024)
               ADD     1               TO  MCP-PATH-ID
               MOVE    1               TO  MCP-PATH-BLOCKS
               MOVE    1024            TO  MCP-PATH-LENGTH
               MOVE    'DBINSERT'      TO  MCP-FUNC
               CALL    'MCPSUB'        USING
                    MCPAREA
