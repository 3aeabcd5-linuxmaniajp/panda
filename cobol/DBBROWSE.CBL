      * field's offset and length.  The layout is copied to METASAVE
      * right after the describe, because the DBMETA-ANS table
      * overlays DBDATA and the first DBNEXT would overwrite it.
      * Every value goes through MASKSUB, so a field on mask.registry
      * prints masked unless the signed-on userid's class is cleared
      * for it; the heading says whether masking was in force.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               'PANDA -- FORMATTED RECORD BROWSE'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(03)   VALUE ']  '.
           02  RPT-MASKING     PIC X(20).
       COPY    REGAREA.
       01  RPT-RECORD-LINE.
           02  FILLER          PIC X(09)   VALUE 'RECORD ['.
       COPY    DB-META-SAVE.
       COPY    DB-META.
       COPY    MCPAREA.
       COPY    MASKAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
               IF      (  MCP-RC  =  ZERO  )
                   PERFORM 150-DESCRIBE-PATH
                   IF      (  MCP-RC  =  ZERO  )
                       PERFORM 170-LOAD-MASKING
                       PERFORM 940-SPOOL-OPEN
                       MOVE    RPT-HEADING-1   TO  REPORT-LINE
                       PERFORM 950-SPOOL-LINE
                   MOVE    64      TO  METASAVE-FIELD-COUNT
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
           DISPLAY '*** DBBROWSE ' MASKAREA-HEADING
               UPON    CONSOLE.
      *****************************************************************
      *    200-BROWSE-RECORD asks for FETCH-BLOCKS consecutive rows
      *    starting at MCP-PATH-ID; the answer carries one row per
      *    modification is one-origin, hence the +1 on top of the
      *    row's base.  A field whose offset/length runs outside its
      *    own row, or a length past the 80 columns the report line
      *    carries, is clipped rather than trusted -- though the mask
      *    is applied to the field's full width first, so a hashed
      *    value does not depend on where the line ends.
      *****************************************************************
       310-PRINT-FIELD         SECTION.
           MOVE    METASAVE-FIELD-NAME(I)  TO  RPT-FIELD-NAME.
               MOVE    '*** BAD FIELD METADATA ***'
                   TO  RPT-FIELD-VALUE
           ELSE
               IF      (  FLD-LEN  >  256  )
                   MOVE    256         TO  FLD-LEN
               END-IF
               MOVE    SPACES      TO  MASKAREA-VALUE
               MOVE    DBDATA(FLD-POS : FLD-LEN)
                   TO  MASKAREA-VALUE(1 : FLD-LEN)
               PERFORM 320-MASK-FIELD
               MOVE    MASKAREA-VALUE(1 : 80)  TO  RPT-FIELD-VALUE
           END-IF.
      *
           MOVE    RPT-FIELD-LINE  TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
      *    320-MASK-FIELD masks field I's value in MASKAREA-VALUE by
      *    the registry.
      *****************************************************************
       320-MASK-FIELD          SECTION.
           IF      (  MASKAREA-IN-FORCE  =  1  )
               MOVE    'APPLY'     TO  MASKAREA-FUNC
               MOVE    METASAVE-FIELD-NAME(I)  TO  MASKAREA-FIELD
               MOVE    FLD-LEN     TO  MASKAREA-LENGTH
               CALL    'MASKSUB'   USING
                    MASKAREA
           END-IF.
      *****************************************************************
       900-SIGNOFF              SECTION.
           IF      (  FLG-BROWSE-ERROR  >  ZERO  )
