       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RIAUDIT.
      ******************************************************************
      * PANDA -- a simple transaction monitor
      *
      * Copyright (C) 1993-1999 Ogochan.
      *               2000-2003 Ogochan & JMARI.
      *               2004-2005 Ogochan.
      *
      * This program is free software; you can redistribute it and/or modify
      * it under the terms of the GNU General Public License as published by
      * the Free Software Foundation; either version 2 of the License, or
      * (at your option) any later version.
      *
      * This program is distributed in the hope that it will be useful, but
      * WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
      * General Public License for more details.
      *
      * You should have received a copy of the GNU General Public License
      * along with this program; if not, write to the Free Software
      * Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307 USA
      ******************************************************************
      *  $B%7%9%F%`L>(B        : $B#O#R#C#A(B
      *  $B%5%V%7%9%F%`L>(B    : $B6&DL(B
      *  $B%3%s%]!<%M%s%HL>(B  : $B%P%C%A(B
      *  $B4IM}<T(B            :
      *  $B:n@.F|IU(B    $B:n6H<T(B        $B5-=R(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
      * Referential-integrity audit of table data against code.table.
      * CODESUB and CODEMAINT stop screens keying an unknown or
      * retired code, but rows keyed before a code existed, and rows
      * whose code CODEMAINT later flagged inactive, are never looked
      * at again.  This job signs on the way DBDLEXP does, issues
      * 'DBDESCRIBE' for the layout (kept in METASAVE), and takes
      * from the console up to 16 checks: a field name from the
      * layout and the code.table name its values must come from.
      * It then walks the table with 'DBFETCHN' and puts every
      * non-blank value of every checked field to CODESUB.
      *
      * Each row whose value is unknown (CODESUB RC 91) or retired
      * (RC 92) prints with its path-id and key -- the value of the
      * key field the operator names, the layout's first field by
      * default -- the field, the bad value and, for a retired code,
      * the description it last carried.  The report closes with
      * counts per field (good, blank, unknown, retired) and per bad
      * code, so the business side can size and plan the clean-up.
      * Nothing is changed; the session is committed with no update
      * in it, exactly as DBDLEXP leaves one.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       DATA                        DIVISION.
       WORKING-STORAGE         SECTION.
      *
      *    The report goes through the shared spool (SPOOLSUB), one
      *    catalogued member per run.
      *
       01  REPORT-LINE         PIC X(132).
       01  FLG.
           02  FLG-AUDIT-EOT       PIC 9       VALUE ZERO.
           02  FLG-AUDIT-ERROR     PIC 9       VALUE ZERO.
           02  FLG-DBOPEN-OK       PIC 9       VALUE ZERO.
           02  FLG-CHECKS-DONE     PIC 9       VALUE ZERO.
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  K                   PIC S9(9)   BINARY.
           02  FLD-POS             PIC S9(9)   BINARY.
           02  FLD-LEN             PIC S9(9)   BINARY.
           02  ROW-BASE            PIC S9(9)   BINARY  VALUE ZERO.
           02  ROW-PATH-ID         PIC S9(9)   BINARY  VALUE ZERO.
           02  ROWS-GOT            PIC S9(9)   BINARY  VALUE ZERO.
           02  FETCH-BLOCKS        PIC S9(9)   BINARY  VALUE 32.
           02  ROW-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  BAD-ROW-COUNT       PIC S9(9)   BINARY  VALUE ZERO.
           02  BAD-ROW-MARK        PIC S9(9)   BINARY  VALUE ZERO.
           02  WRK-FIELD-NAME      PIC X(30).
           02  WRK-CODE-TABLE      PIC X(08).
           02  WRK-FIELD-SUB       PIC S9(9)   BINARY.
           02  WRK-KEY             PIC X(20).
      *
      *    The key field printed against each bad row.
      *
       01  KEY-FIELD.
           02  KEY-FIELD-NAME      PIC X(30).
           02  KEY-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  KEY-LEN             PIC S9(9)   BINARY  VALUE ZERO.
      *
      *    One entry per field checked, with its code.table name and
      *    the counts the closing summary prints.
      *
       01  CHK-TABLE.
           02  CHK-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 16.
           02  CHK-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  CHK-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  CHK-ENTRY           OCCURS  16  TIMES.
               03  CHK-FIELD-NAME      PIC X(30).
               03  CHK-CODE-TABLE      PIC X(08).
               03  CHK-FIELD-SUB       PIC S9(9)   BINARY.
               03  CHK-GOOD            PIC S9(9)   BINARY.
               03  CHK-BLANK           PIC S9(9)   BINARY.
               03  CHK-UNKNOWN         PIC S9(9)   BINARY.
               03  CHK-RETIRED         PIC S9(9)   BINARY.
      *
      *    One entry per distinct bad code found under each check.
      *
       01  BAD-TABLE.
           02  BAD-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 500.
           02  BAD-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  BAD-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  BAD-ENTRY           OCCURS  500 TIMES.
               03  BAD-CHK-SUB         PIC S9(9)   BINARY.
               03  BAD-CODE            PIC X(08).
               03  BAD-RC              PIC S9(4)   BINARY.
               03  BAD-DESC            PIC X(30).
               03  BAD-ROWS            PIC S9(9)   BINARY.
       01  RPT-HEADING-1.
           02  FILLER          PIC X(40)   VALUE
               'PANDA -- REFERENTIAL-INTEGRITY AUDIT'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-CHECK-LINE.
           02  FILLER          PIC X(08)   VALUE 'CHECK  ['.
           02  RPT-CHK-FIELD   PIC X(30).
           02  FILLER          PIC X(17)   VALUE '] AGAINST CODES ['.
           02  RPT-CHK-TABLE   PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-HEADING-2.
           02  FILLER          PIC X(11)   VALUE 'PATH-ID'.
           02  FILLER          PIC X(22)   VALUE 'KEY'.
           02  FILLER          PIC X(32)   VALUE 'FIELD'.
           02  FILLER          PIC X(10)   VALUE 'TABLE'.
           02  FILLER          PIC X(10)   VALUE 'VALUE'.
           02  FILLER          PIC X(10)   VALUE 'STATUS'.
           02  FILLER          PIC X(30)   VALUE 'LAST DESCRIPTION'.
       01  RPT-DETAIL.
           02  RPT-PATH-ID     PIC ZZZZZZZZ9.
           02  FILLER          PIC X(02).
           02  RPT-KEY         PIC X(20).
           02  FILLER          PIC X(02).
           02  RPT-FIELD       PIC X(30).
           02  FILLER          PIC X(02).
           02  RPT-TABLE       PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-VALUE       PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-STATUS      PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-DESC        PIC X(30).
       01  RPT-FIELD-HEADING.
           02  FILLER          PIC X(32)   VALUE 'FIELD'.
           02  FILLER          PIC X(10)   VALUE 'TABLE'.
           02  FILLER          PIC X(11)   VALUE '       GOOD'.
           02  FILLER          PIC X(11)   VALUE '      BLANK'.
           02  FILLER          PIC X(11)   VALUE '    UNKNOWN'.
           02  FILLER          PIC X(11)   VALUE '    RETIRED'.
       01  RPT-FIELD-TOTAL.
           02  RPT-FT-FIELD    PIC X(30).
           02  FILLER          PIC X(02).
           02  RPT-FT-TABLE    PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-FT-GOOD     PIC ZZZZZZZZZZ9.
           02  RPT-FT-BLANK    PIC ZZZZZZZZZZ9.
           02  RPT-FT-UNKNOWN  PIC ZZZZZZZZZZ9.
           02  RPT-FT-RETIRED  PIC ZZZZZZZZZZ9.
       01  RPT-CODE-HEADING.
           02  FILLER          PIC X(32)   VALUE 'FIELD'.
           02  FILLER          PIC X(10)   VALUE 'TABLE'.
           02  FILLER          PIC X(10)   VALUE 'VALUE'.
           02  FILLER          PIC X(10)   VALUE 'STATUS'.
           02  FILLER          PIC X(32)   VALUE 'LAST DESCRIPTION'.
           02  FILLER          PIC X(10)   VALUE '      ROWS'.
       01  RPT-CODE-TOTAL.
           02  RPT-CT-FIELD    PIC X(30).
           02  FILLER          PIC X(02).
           02  RPT-CT-TABLE    PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-CT-VALUE    PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-CT-STATUS   PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-CT-DESC     PIC X(30).
           02  FILLER          PIC X(02).
           02  RPT-CT-ROWS     PIC ZZZZZZZZZ9.
       01  RPT-SUMMARY-LINE.
           02  RPT-SUMMARY-TAG PIC X(30).
           02  RPT-SUMMARY     PIC ZZZZZZZZ9.
       COPY    CODEAREA.
       COPY    SPOOLAREA.
       COPY    REGAREA.
       COPY    DB-META-SAVE.
       COPY    DB-META.
       COPY    MCPAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 100-SIGNON.
      *
           IF      (  FLG-DBOPEN-OK  =  1  )
               IF      (  MCP-RC  =  ZERO  )
                   PERFORM 150-DESCRIBE-PATH
                   IF      (  MCP-RC  =  ZERO  )
                       PERFORM 160-GET-CHECKS
                       IF      (  FLG-AUDIT-ERROR  =  ZERO  )
                           PERFORM 940-SPOOL-OPEN
                           PERFORM 180-WRITE-HEADING
                           MOVE    ZERO        TO  MCP-PATH-ID
                           PERFORM 200-AUDIT-BLOCK
                               UNTIL   (  FLG-AUDIT-EOT  >  ZERO  )
                           PERFORM 800-PRINT-TOTALS
                           PERFORM 945-SPOOL-CLOSE
                       END-IF
                   ELSE
                       DISPLAY '*** RIAUDIT DESCRIBE FAILED, RC = ['
                           MCP-RC ']'
                           UPON    CONSOLE
                       MOVE    1       TO  FLG-AUDIT-ERROR
                   END-IF
                   PERFORM 900-SIGNOFF
               ELSE
                   DISPLAY '*** RIAUDIT DBSTART FAILED, RC = ['
                       MCP-RC '], CLOSING SESSION'
                       UPON    CONSOLE
                   PERFORM 910-CLOSE-ONLY
               END-IF
           END-IF.
      *
           IF      (  FLG-AUDIT-ERROR  >  ZERO  )
               DISPLAY '*** RIAUDIT TERMINATED EARLY, AUDIT INCOMPLETE'
                   UPON    CONSOLE
           END-IF.
      *
           DISPLAY '*** RIAUDIT ROWS READ     [' ROW-COUNT ']'
               UPON    CONSOLE.
           DISPLAY '*** RIAUDIT ROWS IN ERROR [' BAD-ROW-COUNT ']'
               UPON    CONSOLE.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       050-RESOLVE-REGION      SECTION.
      *
      *    CODESUB resolves code.table for itself; the call here is
      *    only to learn which region the audit is running against.
      *
           MOVE    'code.table'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
      *
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** RIAUDIT REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
       100-SIGNON              SECTION.
           DISPLAY 'USERID         : '
               UPON    CONSOLE.
           ACCEPT   MCP-USERID      FROM    CONSOLE.
           DISPLAY 'PASSWORD       : '
               UPON    CONSOLE.
           ACCEPT   MCP-PASSWORD    NO-ECHO.
      *
           MOVE    'RIAUDIT'   TO  MCP-PNAME.
      *
           MOVE    'AUTH'      TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-RC  NOT =  ZERO  )
               DISPLAY '*** RIAUDIT AUTH FAILED, RC = [' MCP-RC ']'
                   UPON    CONSOLE
           ELSE
               MOVE    'DBOPEN'    TO  MCP-FUNC
               CALL    'MCPSUB'    USING
                    MCPAREA
                    METADB
               IF      (  MCP-RC  NOT =  ZERO  )
                   DISPLAY '*** RIAUDIT DBOPEN FAILED, RC = ['
                       MCP-RC ']'
                       UPON    CONSOLE
               ELSE
                   MOVE    1           TO  FLG-DBOPEN-OK
                   MOVE    'DBSTART'   TO  MCP-FUNC
                   CALL    'MCPSUB'    USING
                        MCPAREA
                        METADB
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
           END-IF.
      *****************************************************************
      *    160-GET-CHECKS keys the key field and then field/code-table
      *    pairs until a blank field name.  Every name is looked up in
      *    the METASAVE layout and its metadata checked right here, so
      *    a mistyped name stops the run before a single row moves --
      *    an audit that silently checked nothing would be worse than
      *    no audit.
      *****************************************************************
       160-GET-CHECKS          SECTION.
           DISPLAY 'KEY FIELD      : (BLANK = FIRST FIELD)'
               UPON    CONSOLE.
           ACCEPT   KEY-FIELD-NAME  FROM    CONSOLE.
      *
           IF      (  KEY-FIELD-NAME  =  SPACES  )
               MOVE    METASAVE-FIELD-NAME(1)  TO  KEY-FIELD-NAME
           END-IF.
           MOVE    KEY-FIELD-NAME  TO  WRK-FIELD-NAME.
           PERFORM 170-FIND-FIELD.
           IF      (  WRK-FIELD-SUB  =  ZERO  )
               MOVE    1           TO  FLG-AUDIT-ERROR
           ELSE
               MOVE    WRK-FIELD-SUB   TO  KEY-SUB
               MOVE    METASAVE-FIELD-LENGTH(KEY-SUB)  TO  KEY-LEN
               IF      (  KEY-LEN  >  20  )
                   MOVE    20      TO  KEY-LEN
               END-IF
           END-IF.
      *
           PERFORM UNTIL   (  FLG-CHECKS-DONE  =  1  )
                       OR  (  FLG-AUDIT-ERROR  >  ZERO  )
               DISPLAY 'CHECK FIELD    : (BLANK = END OF CHECKS)'
                   UPON    CONSOLE
               ACCEPT   WRK-FIELD-NAME  FROM    CONSOLE
               IF      (  WRK-FIELD-NAME  =  SPACES  )
                   MOVE    1           TO  FLG-CHECKS-DONE
               ELSE
                   DISPLAY 'CODE TABLE     : '
                       UPON    CONSOLE
                   ACCEPT   WRK-CODE-TABLE  FROM    CONSOLE
                   PERFORM 165-ADD-CHECK
               END-IF
           END-PERFORM.
      *
           IF      (  FLG-AUDIT-ERROR  =  ZERO  )
               AND (  CHK-COUNT  =  ZERO  )
               DISPLAY '*** RIAUDIT NO FIELDS TO CHECK'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-AUDIT-ERROR
           END-IF.
      *****************************************************************
       165-ADD-CHECK           SECTION.
           PERFORM 170-FIND-FIELD.
           EVALUATE    TRUE
             WHEN    (  WRK-FIELD-SUB  =  ZERO  )
               MOVE    1           TO  FLG-AUDIT-ERROR
             WHEN    (  WRK-CODE-TABLE  =  SPACES  )
               DISPLAY '*** RIAUDIT NO CODE TABLE FOR ['
                   WRK-FIELD-NAME ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-AUDIT-ERROR
      *
      *    A code is eight bytes in code.table; a wider field cannot
      *    be checked against it value for value.
      *
             WHEN    (  METASAVE-FIELD-LENGTH(WRK-FIELD-SUB)  >  8  )
               DISPLAY '*** RIAUDIT FIELD WIDER THAN A CODE ['
                   WRK-FIELD-NAME ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-AUDIT-ERROR
             WHEN    (  CHK-COUNT  NOT <  CHK-MAX-ENTRIES  )
               DISPLAY '*** RIAUDIT NO MORE THAN 16 CHECKS PER RUN'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-CHECKS-DONE
             WHEN      OTHER
               ADD     1           TO  CHK-COUNT
               MOVE    WRK-FIELD-NAME  TO  CHK-FIELD-NAME(CHK-COUNT)
               MOVE    WRK-CODE-TABLE  TO  CHK-CODE-TABLE(CHK-COUNT)
               MOVE    WRK-FIELD-SUB   TO  CHK-FIELD-SUB(CHK-COUNT)
               MOVE    ZERO        TO  CHK-GOOD(CHK-COUNT)
               MOVE    ZERO        TO  CHK-BLANK(CHK-COUNT)
               MOVE    ZERO        TO  CHK-UNKNOWN(CHK-COUNT)
               MOVE    ZERO        TO  CHK-RETIRED(CHK-COUNT)
           END-EVALUATE.
      *****************************************************************
      *    170-FIND-FIELD answers WRK-FIELD-SUB for WRK-FIELD-NAME,
      *    zero when the name is not in the layout or its offset and
      *    length run outside the 1024-byte row -- the same distrust
      *    of engine metadata DBDLEXP applies.
      *****************************************************************
       170-FIND-FIELD          SECTION.
           MOVE    ZERO        TO  WRK-FIELD-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  METASAVE-FIELD-COUNT  )
                       OR  (  WRK-FIELD-SUB  >  ZERO       )
               IF      (  METASAVE-FIELD-NAME(I)  =  WRK-FIELD-NAME  )
                   MOVE    I       TO  WRK-FIELD-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  WRK-FIELD-SUB  =  ZERO  )
               DISPLAY '*** RIAUDIT FIELD NOT IN LAYOUT ['
                   WRK-FIELD-NAME ']'
                   UPON    CONSOLE
           ELSE
               COMPUTE FLD-POS  =
                   METASAVE-FIELD-OFFSET(WRK-FIELD-SUB)  +  1
               MOVE    METASAVE-FIELD-LENGTH(WRK-FIELD-SUB)
                   TO  FLD-LEN
               IF      (  FLD-POS  <  1  )
                   OR  (  FLD-LEN  <  1  )
                   OR  (  FLD-POS  +  FLD-LEN  -  1  >  1024 )
                   DISPLAY '*** RIAUDIT FIELD HAS BAD METADATA ['
                       WRK-FIELD-NAME ']'
                       UPON    CONSOLE
                   MOVE    ZERO        TO  WRK-FIELD-SUB
               END-IF
           END-IF.
      *****************************************************************
       180-WRITE-HEADING       SECTION.
           MOVE    RPT-HEADING-1   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           PERFORM VARYING CHK-SUB FROM    1   BY  1
                   UNTIL   (  CHK-SUB  >  CHK-COUNT  )
               MOVE    CHK-FIELD-NAME(CHK-SUB)     TO  RPT-CHK-FIELD
               MOVE    CHK-CODE-TABLE(CHK-SUB)     TO  RPT-CHK-TABLE
               MOVE    RPT-CHECK-LINE  TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
           END-PERFORM.
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-HEADING-2   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
      *    200-AUDIT-BLOCK asks for FETCH-BLOCKS consecutive rows
      *    starting at MCP-PATH-ID, as DBEXTR walks a table; a short
      *    answer is the normal end of the table, and an engine RC
      *    other than zero its end/error answer.  An RC MCPSUB raises
      *    itself -- a governor rollback (81) or a refusal (83, 97)
      *    as much as a bridge failure -- fails the audit instead of
      *    ending it short.
      *****************************************************************
       200-AUDIT-BLOCK         SECTION.
           ADD     1               TO  MCP-PATH-ID.
           MOVE    FETCH-BLOCKS    TO  MCP-PATH-BLOCKS.
           MOVE    1024            TO  MCP-PATH-LENGTH.
           MOVE    'DBFETCHN'      TO  MCP-FUNC.
      *
           CALL    'MCPSUB'        USING
                MCPAREA
                METADB.
      *
           EVALUATE    MCP-RC
             WHEN     81
             WHEN     83
             WHEN     90
             WHEN     94
             WHEN     95
             WHEN     97
               DISPLAY '*** RIAUDIT TABLE OPERATION ABENDED, RC = ['
                   MCP-RC ']'
                   UPON    CONSOLE
               MOVE    1               TO  FLG-AUDIT-EOT
               MOVE    1               TO  FLG-AUDIT-ERROR
             WHEN     ZERO
               MOVE    MCP-BLOCKS      TO  ROWS-GOT
               PERFORM 220-AUDIT-ONE-ROW
                   VARYING K   FROM    1   BY  1
                   UNTIL   (  K    >  ROWS-GOT  )
                       OR  (  FLG-AUDIT-ERROR  >  ZERO  )
               IF      (  ROWS-GOT  >  ZERO  )
                   COMPUTE MCP-PATH-ID  =
                       MCP-PATH-ID  +  ROWS-GOT  -  1
               END-IF
               IF      (  ROWS-GOT  <  FETCH-BLOCKS  )
                   MOVE    1               TO  FLG-AUDIT-EOT
               END-IF
             WHEN      OTHER
               MOVE    1               TO  FLG-AUDIT-EOT
           END-EVALUATE.
      *****************************************************************
       220-AUDIT-ONE-ROW       SECTION.
           ADD     1               TO  ROW-COUNT.
           COMPUTE ROW-BASE  =  (  K  -  1  )  *  1024.
           COMPUTE ROW-PATH-ID  =  MCP-PATH-ID  +  K  -  1.
           MOVE    BAD-ROW-COUNT   TO  BAD-ROW-MARK.
      *
           MOVE    SPACES          TO  WRK-KEY.
           COMPUTE FLD-POS  =
               ROW-BASE  +  METASAVE-FIELD-OFFSET(KEY-SUB)  +  1.
           MOVE    DBDATA(FLD-POS : KEY-LEN)
               TO  WRK-KEY(1 : KEY-LEN).
      *
           PERFORM 230-CHECK-FIELD
               VARYING CHK-SUB FROM    1   BY  1
               UNTIL   (  CHK-SUB  >  CHK-COUNT  )
                   OR  (  FLG-AUDIT-ERROR  >  ZERO  ).
      *****************************************************************
      *    230-CHECK-FIELD puts one field of the row to CODESUB.  A
      *    blank value is counted, not looked up: no code was keyed.
      *    CODESUB RC 90 means code.table itself cannot be read, and
      *    no answer after that would mean anything -- the audit
      *    stops.
      *****************************************************************
       230-CHECK-FIELD         SECTION.
           MOVE    CHK-FIELD-SUB(CHK-SUB)  TO  WRK-FIELD-SUB.
           COMPUTE FLD-POS  =
               ROW-BASE  +  METASAVE-FIELD-OFFSET(WRK-FIELD-SUB)  +  1.
           MOVE    METASAVE-FIELD-LENGTH(WRK-FIELD-SUB)    TO  FLD-LEN.
      *
           MOVE    CHK-CODE-TABLE(CHK-SUB) TO  CODEAREA-TABLE.
           MOVE    SPACES          TO  CODEAREA-CODE.
           MOVE    DBDATA(FLD-POS : FLD-LEN)
               TO  CODEAREA-CODE(1 : FLD-LEN).
      *
           IF      (  CODEAREA-CODE  =  SPACES  )
               ADD     1           TO  CHK-BLANK(CHK-SUB)
           ELSE
               CALL    'CODESUB'   USING
                    CODEAREA
               EVALUATE    CODEAREA-RC
                 WHEN     ZERO
                   ADD     1           TO  CHK-GOOD(CHK-SUB)
                 WHEN     91
                   ADD     1           TO  CHK-UNKNOWN(CHK-SUB)
                   MOVE    'UNKNOWN'   TO  RPT-STATUS
                   PERFORM 240-REPORT-BAD-VALUE
                 WHEN     92
                   ADD     1           TO  CHK-RETIRED(CHK-SUB)
                   MOVE    'RETIRED'   TO  RPT-STATUS
                   PERFORM 240-REPORT-BAD-VALUE
                 WHEN      OTHER
                   DISPLAY '*** RIAUDIT CODE TABLE UNAVAILABLE, RC = ['
                       CODEAREA-RC ']'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-AUDIT-ERROR
                   MOVE    1           TO  FLG-AUDIT-EOT
               END-EVALUATE
           END-IF.
      *****************************************************************
       240-REPORT-BAD-VALUE    SECTION.
      *
      *    A row is counted in error once, however many of its
      *    fields are bad.
      *
           IF      (  BAD-ROW-COUNT  =  BAD-ROW-MARK  )
               ADD     1           TO  BAD-ROW-COUNT
           END-IF.
      *
           MOVE    ROW-PATH-ID             TO  RPT-PATH-ID.
           MOVE    WRK-KEY                 TO  RPT-KEY.
           MOVE    CHK-FIELD-NAME(CHK-SUB) TO  RPT-FIELD.
           MOVE    CHK-CODE-TABLE(CHK-SUB) TO  RPT-TABLE.
           MOVE    CODEAREA-CODE           TO  RPT-VALUE.
           MOVE    CODEAREA-DESC           TO  RPT-DESC.
           MOVE    RPT-DETAIL      TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           PERFORM 250-TALLY-BAD-CODE.
      *****************************************************************
       250-TALLY-BAD-CODE      SECTION.
           MOVE    ZERO        TO  BAD-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  BAD-COUNT  )
                       OR  (  BAD-SUB  >  ZERO   )
               IF      (  BAD-CHK-SUB(I)  =  CHK-SUB        )
                   AND (  BAD-CODE(I)     =  CODEAREA-CODE  )
                   MOVE    I       TO  BAD-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  BAD-SUB  =  ZERO  )
               IF      (  BAD-COUNT  <  BAD-MAX-ENTRIES  )
                   ADD     1           TO  BAD-COUNT
                   MOVE    BAD-COUNT   TO  BAD-SUB
                   MOVE    CHK-SUB         TO  BAD-CHK-SUB(BAD-SUB)
                   MOVE    CODEAREA-CODE   TO  BAD-CODE(BAD-SUB)
                   MOVE    CODEAREA-RC     TO  BAD-RC(BAD-SUB)
                   MOVE    CODEAREA-DESC   TO  BAD-DESC(BAD-SUB)
                   MOVE    ZERO            TO  BAD-ROWS(BAD-SUB)
               ELSE
                   DISPLAY '*** RIAUDIT BAD-CODE TABLE FULL, NOT '
                       'TOTALLING [' CODEAREA-CODE ']'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *
           IF      (  BAD-SUB  >  ZERO  )
               ADD     1           TO  BAD-ROWS(BAD-SUB)
           END-IF.
      *****************************************************************
       800-PRINT-TOTALS        SECTION.
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-FIELD-HEADING   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           PERFORM VARYING CHK-SUB FROM    1   BY  1
                   UNTIL   (  CHK-SUB  >  CHK-COUNT  )
               MOVE    CHK-FIELD-NAME(CHK-SUB) TO  RPT-FT-FIELD
               MOVE    CHK-CODE-TABLE(CHK-SUB) TO  RPT-FT-TABLE
               MOVE    CHK-GOOD(CHK-SUB)       TO  RPT-FT-GOOD
               MOVE    CHK-BLANK(CHK-SUB)      TO  RPT-FT-BLANK
               MOVE    CHK-UNKNOWN(CHK-SUB)    TO  RPT-FT-UNKNOWN
               MOVE    CHK-RETIRED(CHK-SUB)    TO  RPT-FT-RETIRED
               MOVE    RPT-FIELD-TOTAL TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
           END-PERFORM.
      *
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-CODE-HEADING    TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           PERFORM VARYING BAD-SUB FROM    1   BY  1
                   UNTIL   (  BAD-SUB  >  BAD-COUNT  )
               MOVE    BAD-CHK-SUB(BAD-SUB)    TO  CHK-SUB
               MOVE    CHK-FIELD-NAME(CHK-SUB) TO  RPT-CT-FIELD
               MOVE    CHK-CODE-TABLE(CHK-SUB) TO  RPT-CT-TABLE
               MOVE    BAD-CODE(BAD-SUB)       TO  RPT-CT-VALUE
               IF      (  BAD-RC(BAD-SUB)  =  92  )
                   MOVE    'RETIRED'   TO  RPT-CT-STATUS
               ELSE
                   MOVE    'UNKNOWN'   TO  RPT-CT-STATUS
               END-IF
               MOVE    BAD-DESC(BAD-SUB)       TO  RPT-CT-DESC
               MOVE    BAD-ROWS(BAD-SUB)       TO  RPT-CT-ROWS
               MOVE    RPT-CODE-TOTAL  TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
           END-PERFORM.
      *
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'ROWS READ'             TO  RPT-SUMMARY-TAG.
           MOVE    ROW-COUNT               TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE        TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'ROWS IN ERROR'         TO  RPT-SUMMARY-TAG.
           MOVE    BAD-ROW-COUNT           TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE        TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           IF      (  FLG-AUDIT-ERROR  >  ZERO  )
               MOVE    '*** AUDIT INCOMPLETE ***'  TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
           END-IF.
      *****************************************************************
       900-SIGNOFF              SECTION.
           IF      (  FLG-AUDIT-ERROR  >  ZERO  )
               MOVE    'DBROLLBACK' TO  MCP-FUNC
           ELSE
               MOVE    'DBCOMMIT'   TO  MCP-FUNC
           END-IF.
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
      *****************************************************************
       940-SPOOL-OPEN           SECTION.
           MOVE    'OPEN'      TO  SPOOL-FUNC.
           MOVE    'RIAUDIT'   TO  SPOOL-PROGRAM.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *****************************************************************
       945-SPOOL-CLOSE          SECTION.
           MOVE    'CLOSE'     TO  SPOOL-FUNC.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *
           DISPLAY '*** RIAUDIT REPORT SPOOLED TO [' SPOOL-MEMBER
               ']'
               UPON    CONSOLE.
      *****************************************************************
       950-SPOOL-LINE           SECTION.
           MOVE    'WRITE'     TO  SPOOL-FUNC.
           MOVE    REPORT-LINE TO  SPOOL-LINE.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
