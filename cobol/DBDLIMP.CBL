      * The heading record is checked loosely -- its first cell must
      * match the first described field name, which catches a file
      * exported from a different table (or a data file with no
      * heading at all) before anything is inserted.  A file DBDLEXP
      * wrote with masking in force is refused outright.  The run is
      * one unit of work: committed when the file ends cleanly,
      * rolled back whole when any record is rejected, so a partial
      * import never has to be picked apart by hand.
      *
      * Before any record is read the layout is checked through
      * LAYSUB: the version DBDLEXP catalogued under the stamp on the
      * file's leading line is compared field by field with what
      * DBDESCRIBE answers now, and any field added, removed, moved,
      * resized or retyped since is listed and the file refused.  A
      * file with no stamp on it cannot be checked and is refused
      * the same way.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           02  FLG-IMPORT-EOF      PIC 9       VALUE ZERO.
           02  FLG-IMPORT-ERROR    PIC 9       VALUE ZERO.
           02  FLG-DBOPEN-OK       PIC 9       VALUE ZERO.
           02  FLG-STAMPED         PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  IMPORT-FILE-STATUS  PIC X(02).
       01  WORK.
           02  IMPORT-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
           02  WRK-CELL            PIC X(256).
           02  WRK-HEAD-CELL       PIC X(30).
           02  STAMP-DATE          PIC 9(08)   VALUE ZERO.
           02  STAMP-TIME          PIC 9(08)   VALUE ZERO.
      *
      *    The region's physical dataset name, answered by REGSUB.
      *
       COPY    DB-META-SAVE.
       COPY    DB-META.
       COPY    MCPAREA.
       COPY    LAYAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
                   PERFORM 150-DESCRIBE-PATH
                   IF      (  MCP-RC  =  ZERO  )
                       PERFORM 170-OPEN-AND-CHECK-HEADING
                       IF      (  FLG-IMPORT-ERROR  =  ZERO  )
                           AND (  FLG-IMPORT-EOF    =  ZERO  )
                           PERFORM 180-CHECK-LAYOUT
                       END-IF
                   ELSE
                       DISPLAY '*** DBDLIMP DESCRIBE FAILED, RC = ['
                           MCP-RC ']'
                   MOVE    1           TO  FLG-IMPORT-EOF
                   CLOSE   IMPORT-FILE
                 NOT AT END
                   IF      (  IMPORT-REC(1:8)  =  'MASKING '  )
                       PERFORM 172-CHECK-MASKING
                   END-IF
                   IF      (  FLG-IMPORT-ERROR  =  ZERO  )
                       AND (  FLG-IMPORT-EOF    =  ZERO  )
                       PERFORM 175-CHECK-HEADING-CELL
                   END-IF
               END-READ
           END-IF.
      *****************************************************************
      *    172-CHECK-MASKING -- DBDLEXP leads its file with a line
      *    saying whether masking was in force.  A masked export
      *    carries '*' runs and hashes where the values were, and
      *    loading it would write them over real data, so it is
      *    refused whole; an unmasked one is read on past the line.
      *****************************************************************
       172-CHECK-MASKING       SECTION.
           IF      (  IMPORT-REC(1:20)  =  'MASKING NOT IN FORCE'  )
               IF      (  IMPORT-REC(22:7)  =  'LAYOUT '  )
                   AND (  IMPORT-REC(29:8)  NUMERIC    )
                   AND (  IMPORT-REC(38:8)  NUMERIC    )
                   MOVE    IMPORT-REC(29:8)    TO  STAMP-DATE
                   MOVE    IMPORT-REC(38:8)    TO  STAMP-TIME
                   MOVE    1           TO  FLG-STAMPED
               END-IF
               READ    IMPORT-FILE
                 AT  END
                   DISPLAY '*** DBDLIMP INPUT FILE HAS NO HEADING'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-IMPORT-EOF
                   CLOSE   IMPORT-FILE
               END-READ
           ELSE
               DISPLAY '*** DBDLIMP INPUT WAS EXPORTED WITH MASKING IN'
                   ' FORCE, NOT LOADED'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-IMPORT-ERROR
               CLOSE   IMPORT-FILE
           END-IF.
      *****************************************************************
       175-CHECK-HEADING-CELL  SECTION.
           MOVE    1           TO  IN-PTR.
           MOVE    SPACES      TO  WRK-CELL.
           UNSTRING IMPORT-REC
               DELIMITED BY ','
               INTO    WRK-CELL
               WITH    POINTER IN-PTR
           END-UNSTRING.
           MOVE    WRK-CELL(1:30)  TO  WRK-HEAD-CELL.
           IF      (  WRK-HEAD-CELL
                           NOT =  METASAVE-FIELD-NAME(1)  )
               DISPLAY '*** DBDLIMP HEADING ['
                   WRK-HEAD-CELL '] DOES NOT MATCH FIELD ['
                   METASAVE-FIELD-NAME(1) ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-IMPORT-ERROR
               CLOSE   IMPORT-FILE
           END-IF.
      *****************************************************************
      *    180-CHECK-LAYOUT -- the file is open and its heading read;
      *    nothing has been inserted.  Any refusal closes the file
      *    and raises the error, so the run rolls back empty.
      *****************************************************************
       180-CHECK-LAYOUT        SECTION.
           IF      (  FLG-STAMPED  NOT =  1  )
               DISPLAY '*** DBDLIMP INPUT CARRIES NO LAYOUT STAMP, NOT'
                   ' LOADED'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-IMPORT-ERROR
           ELSE
               MOVE    'CHECK'     TO  LAYAREA-FUNC
               MOVE    'DBDLEXP'   TO  LAYAREA-PROGRAM
               MOVE    ZERO        TO  LAYAREA-PATH-ID
               MOVE    STAMP-DATE  TO  LAYAREA-DATE
               MOVE    STAMP-TIME  TO  LAYAREA-TIME
               CALL    'LAYSUB'    USING
                    LAYAREA
                    METASAVE
               EVALUATE    LAYAREA-RC
                 WHEN     ZERO
                   DISPLAY '*** DBDLIMP LAYOUT MATCHES DBDLEXP ['
                       LAYAREA-DATE '] [' LAYAREA-TIME ']'
                       UPON    CONSOLE
                 WHEN     10
                   PERFORM 185-REPORT-DRIFT
                   MOVE    1           TO  FLG-IMPORT-ERROR
                 WHEN     91
                   DISPLAY '*** DBDLIMP NO CATALOGUED LAYOUT FOR ['
                       STAMP-DATE '] [' STAMP-TIME '], NOT LOADED'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-IMPORT-ERROR
                 WHEN      OTHER
                   DISPLAY '*** DBDLIMP LAYOUT CATALOG NOT READ, RC = ['
                       LAYAREA-RC '], NOT LOADED'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-IMPORT-ERROR
               END-EVALUATE
           END-IF.
      *
           IF      (  FLG-IMPORT-ERROR  >  ZERO  )
               CLOSE   IMPORT-FILE
           END-IF.
      *****************************************************************
      *    185-REPORT-DRIFT lists every difference LAYSUB found --
      *    offset/length/type as catalogued (WAS) and as described
      *    now (NOW) -- and the count of each kind.
      *****************************************************************
       185-REPORT-DRIFT        SECTION.
           DISPLAY '*** DBDLIMP LAYOUT HAS CHANGED SINCE DBDLEXP ['
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
       200-IMPORT-RECORD       SECTION.
           READ    IMPORT-FILE
