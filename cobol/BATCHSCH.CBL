      *
      * batch.calendar -- which streams run on which business days:
      *   cols  1-8   run date (YYYYMMDD)
      *   cols 10-17  stream name, or 'HOLIDAY' -- the date is not
      *               a business day; EODROLL rolls the business
      *               date past it, and no stream can be named so
      *
      * "Today" is the region's business date as MCPSUB's GETDATE
      * answers it (business.date), not the machine clock -- a
      * scheduler started after midnight in a late close still runs
      * and stamps the day being closed.
      *
      * batch.status -- one record per stream, keyed by name: the
      * date it last ran, whether it completed or failed, the step
           02  STREAMS-RUN         PIC S9(9)   BINARY  VALUE ZERO.
           02  STREAMS-FAILED      PIC S9(9)   BINARY  VALUE ZERO.
           02  WRK-TODAY           PIC 9(08).
           02  WRK-TODAY-X         REDEFINES   WRK-TODAY.
               03  WRK-TODAY-YYYY      PIC 9(04).
               03  WRK-TODAY-MM        PIC 9(02).
               03  WRK-TODAY-DD        PIC 9(02).
       01  CRED.
           02  CRED-USERID         PIC X(08)   VALUE SPACES.
           02  CRED-PASSWORD       PIC X(08)   VALUE SPACES.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 060-GET-BUSINESS-DATE.
      *
           PERFORM 100-LOAD-PARMLIB.
           IF      (  FLG-LOAD-ERROR  =  ZERO  )
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** BATCHSCH REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
       060-GET-BUSINESS-DATE   SECTION.
           MOVE    'BATCHSCH'  TO  MCP-PNAME.
           MOVE    'GETDATE'   TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           MOVE    GETDATE-YEAR    TO  WRK-TODAY-YYYY.
           MOVE    GETDATE-MONTH   TO  WRK-TODAY-MM.
           MOVE    GETDATE-DAY     TO  WRK-TODAY-DD.
           DISPLAY '*** BATCHSCH BUSINESS DATE [' WRK-TODAY ']'
               UPON    CONSOLE.
      *****************************************************************
       100-LOAD-PARMLIB        SECTION.
           OPEN    INPUT   PARMLIB-FILE.
             NOT AT END
               IF      (  CAL-DATE  NUMERIC     )
                   AND (  CAL-DATE  =  WRK-TODAY )
                   AND (  CAL-STREAM  NOT =  'HOLIDAY'  )
                   PERFORM VARYING I   FROM    1   BY  1
                           UNTIL   (  I    >  STR-COUNT  )
                       IF      (  STR-NAME(I)  =  CAL-STREAM  )
