      * The session with the engine is used only to fetch the field
      * layout: sign on, DBDESCRIBE, sign off; the compare itself
      * runs entirely against the two flat files.
      *
      * Both files are sliced by today's layout, so both must have
      * been taken under it.  The operator keys the date each
      * extract was taken (required for both), and LAYSUB compares
      * today's layout field by field with the one DBEXTR catalogued
      * for each date; any field added, removed, moved, resized or
      * retyped since is listed and nothing is compared.
      *
      * Records are matched on their clear keys, but the key printed
      * for each is rebuilt through MASKSUB, so a key field on
      * mask.registry prints masked unless the signed-on userid's
      * class is cleared for it; the heading says whether masking
      * was in force.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           02  WRK-REC             PIC X(1024).
           02  WRK-KEY             PIC X(64).
           02  WRK-KEY-NAME        PIC X(30).
           02  WRK-PRINT-KEY       PIC X(64).
           02  CUT-LEN             PIC S9(9)   BINARY.
           02  WRK-DATE-IN         PIC X(08).
           02  EXTRACT-DATE        PIC 9(08).
           02  DATE-TRIES          PIC S9(9)   BINARY  VALUE ZERO.
           02  DATE-MAX-TRIES      PIC S9(9)   BINARY  VALUE 3.
           02  EXTRACT-TAG         PIC X(03).
      *
      *    Up to five key fields, resolved against the METASAVE
      *    layout before anything is read -- a key field that is
               'PANDA -- EXTRACT COMPARE REPORT'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(03)   VALUE ']  '.
           02  RPT-MASKING     PIC X(20).
       01  RPT-HEADING-2.
           02  FILLER          PIC X(10)   VALUE 'CATEGORY'.
           02  FILLER          PIC X(64)   VALUE 'KEY'.
       COPY    DB-META-SAVE.
       COPY    DB-META.
       COPY    MCPAREA.
       COPY    MASKAREA.
       COPY    LAYAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
                           MCP-RC ']'
                           UPON    CONSOLE
                       MOVE    1       TO  FLG-COMPARE-ERROR
                   ELSE
                       PERFORM 170-LOAD-MASKING
                       PERFORM 180-CHECK-LAYOUTS
                   END-IF
                   PERFORM 900-SIGNOFF
               ELSE
                   MOVE    FOUND-SUB   TO  KEY-FIELD-SUB(KEY-COUNT)
               END-IF
           END-IF.
      *****************************************************************
       170-LOAD-MASKING        SECTION.
           MOVE    'LOAD'      TO  MASKAREA-FUNC.
           MOVE    MCP-USERID  TO  MASKAREA-USERID.
           CALL    'MASKSUB'   USING
                MASKAREA.
      *
           MOVE    MASKAREA-HEADING    TO  RPT-MASKING.
           DISPLAY '*** DBCOMPAR ' MASKAREA-HEADING
               UPON    CONSOLE.
      *****************************************************************
       180-CHECK-LAYOUTS       SECTION.
           MOVE    'OLD'       TO  EXTRACT-TAG.
           PERFORM 185-CHECK-ONE-LAYOUT.
      *
           IF      (  FLG-COMPARE-ERROR  =  ZERO  )
               MOVE    'NEW'       TO  EXTRACT-TAG
               PERFORM 185-CHECK-ONE-LAYOUT
           END-IF.
      *****************************************************************
      *    185-CHECK-ONE-LAYOUT compares today's layout with DBEXTR's
      *    latest catalogued version on or before the date keyed for
      *    the EXTRACT-TAG generation.
      *****************************************************************
       185-CHECK-ONE-LAYOUT    SECTION.
           MOVE    ZERO        TO  EXTRACT-DATE.
           MOVE    ZERO        TO  DATE-TRIES.
           PERFORM 187-GET-EXTRACT-DATE
               UNTIL   (  EXTRACT-DATE  >  ZERO  )
                   OR  (  DATE-TRIES  NOT <  DATE-MAX-TRIES  ).
      *
      *    No date after the last try ends the compare unrun, with a
      *    non-zero return code for the job step.
      *
           IF      (  EXTRACT-DATE  =  ZERO  )
               DISPLAY '*** DBCOMPAR NO ' EXTRACT-TAG ' EXTRACT DATE'
                   ' AFTER [' DATE-TRIES '] TRIES, NOT COMPARED'
                   UPON    CONSOLE
               MOVE    8           TO  RETURN-CODE
               MOVE    1           TO  FLG-COMPARE-ERROR
           ELSE
               PERFORM 186-CHECK-CATALOG
           END-IF.
      *****************************************************************
       186-CHECK-CATALOG       SECTION.
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
               DISPLAY '*** DBCOMPAR ' EXTRACT-TAG
                   ' LAYOUT MATCHES DBEXTR ['
                   LAYAREA-DATE '] [' LAYAREA-TIME ']'
                   UPON    CONSOLE
             WHEN     10
               PERFORM 190-REPORT-DRIFT
               MOVE    1           TO  FLG-COMPARE-ERROR
             WHEN     91
               DISPLAY '*** DBCOMPAR NO CATALOGUED DBEXTR LAYOUT ON'
                   ' OR BEFORE [' EXTRACT-DATE '], ' EXTRACT-TAG
                   ' NOT COMPARED'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-COMPARE-ERROR
             WHEN      OTHER
               DISPLAY '*** DBCOMPAR LAYOUT CATALOG NOT READ, RC = ['
                   LAYAREA-RC '], NOT COMPARED'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-COMPARE-ERROR
           END-EVALUATE.
      *****************************************************************
      *    187-GET-EXTRACT-DATE takes the date the extract was taken.
      *    It must be keyed -- the latest catalogued layout is today's,
      *    and checking an older extract against it proves nothing --
      *    so anything but a YYYYMMDD date is asked for again, up
      *    to DATE-MAX-TRIES times.
      *****************************************************************
       187-GET-EXTRACT-DATE    SECTION.
           ADD     1           TO  DATE-TRIES.
           MOVE    SPACES      TO  WRK-DATE-IN.
           DISPLAY EXTRACT-TAG ' EXTRACT DATE : (YYYYMMDD)'
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
               DISPLAY '*** DBCOMPAR THE EXTRACT DATE MUST BE KEYED AS'
                   ' YYYYMMDD'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
      *    190-REPORT-DRIFT lists every difference LAYSUB found --
      *    offset/length/type as catalogued (WAS) and as described
      *    now (NOW) -- and the count of each kind.
      *****************************************************************
       190-REPORT-DRIFT        SECTION.
           DISPLAY '*** DBCOMPAR ' EXTRACT-TAG
               ' LAYOUT HAS CHANGED SINCE DBEXTR ['
               LAYAREA-DATE '] [' LAYAREA-TIME '], NOT COMPARED'
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
       200-LOAD-OLD            SECTION.
           OPEN    INPUT       OLD-FILE.
      *
           IF      (  FOUND-SUB  =  ZERO  )
               MOVE    'ADDED'     TO  RPT-CATEGORY
               PERFORM 510-BUILD-PRINT-KEY
               MOVE    WRK-PRINT-KEY   TO  RPT-KEY
               MOVE    RPT-DETAIL  TO  REPORT-LINE
               WRITE   REPORT-LINE
               ADD     1           TO  ADD-COUNT
                   ADD     1           TO  SAME-COUNT
               ELSE
                   MOVE    'CHANGED'   TO  RPT-CATEGORY
                   PERFORM 510-BUILD-PRINT-KEY
                   MOVE    WRK-PRINT-KEY   TO  RPT-KEY
                   MOVE    RPT-DETAIL  TO  REPORT-LINE
                   WRITE   REPORT-LINE
                   ADD     1           TO  CHG-COUNT
                   UNTIL   (  OLD-SUB  >  OLDT-COUNT  )
               IF      (  OLDT-MATCHED(OLD-SUB)  =  ZERO  )
                   MOVE    'DELETED'   TO  RPT-CATEGORY
                   MOVE    OLDT-DATA(OLD-SUB)  TO  WRK-REC
                   PERFORM 510-BUILD-PRINT-KEY
                   MOVE    WRK-PRINT-KEY   TO  RPT-KEY
                   MOVE    RPT-DETAIL  TO  REPORT-LINE
                   WRITE   REPORT-LINE
                   ADD     1           TO  DEL-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      *****************************************************************
      *    510-BUILD-PRINT-KEY builds WRK-KEY's printed twin out of
      *    WRK-REC, each key field masked by the registry over its
      *    full width before it is cut to fit, so WRK-PRINT-KEY has
      *    exactly WRK-KEY's shape.
      *****************************************************************
       510-BUILD-PRINT-KEY     SECTION.
           MOVE    SPACES      TO  WRK-PRINT-KEY.
           MOVE    1           TO  KEY-PTR.
      *
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J    >  KEY-COUNT  )
               MOVE    KEY-FIELD-SUB(J)    TO  I
               COMPUTE FLD-POS  =  METASAVE-FIELD-OFFSET(I)  +  1
               MOVE    METASAVE-FIELD-LENGTH(I)    TO  FLD-LEN
               IF      (  FLD-POS  NOT <  1  )
                   AND (  FLD-LEN  NOT <  1  )
                   AND (  FLD-POS  +  FLD-LEN  -  1  NOT >  1024  )
                   IF      (  FLD-LEN  >  256  )
                       MOVE    256         TO  FLD-LEN
                   END-IF
                   MOVE    FLD-LEN     TO  CUT-LEN
                   IF      (  KEY-PTR  +  CUT-LEN  -  1  >  64  )
                       COMPUTE CUT-LEN  =  64  -  KEY-PTR  +  1
                   END-IF
                   IF      (  CUT-LEN  >  ZERO  )
                       MOVE    SPACES      TO  MASKAREA-VALUE
                       MOVE    WRK-REC(FLD-POS : FLD-LEN)
                           TO  MASKAREA-VALUE(1 : FLD-LEN)
                       IF      (  MASKAREA-IN-FORCE  =  1  )
                           MOVE    'APPLY'     TO  MASKAREA-FUNC
                           MOVE    METASAVE-FIELD-NAME(I)
                               TO  MASKAREA-FIELD
                           MOVE    FLD-LEN     TO  MASKAREA-LENGTH
                           CALL    'MASKSUB'   USING
                                MASKAREA
                       END-IF
                       MOVE    MASKAREA-VALUE(1 : CUT-LEN)
                           TO  WRK-PRINT-KEY(KEY-PTR : CUT-LEN)
                       ADD     CUT-LEN     TO  KEY-PTR
                   END-IF
               END-IF
           END-PERFORM.
      *****************************************************************
       800-PRINT-TOTALS        SECTION.
           MOVE    SPACES          TO  REPORT-LINE.
