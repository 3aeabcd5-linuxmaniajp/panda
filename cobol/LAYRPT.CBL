       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 LAYRPT.
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
      * Record-layout history report over layout.catalog, the
      * DBDESCRIBE layouts DBEXTR and DBDLEXP enter through LAYSUB
      * (see the LAYREC copybook).  The operator keys the path-id
      * (blank = 0, the path every extract describes) and a program
      * (blank = all).  Each catalogued version is listed in the
      * order it was taken -- date, time, the program whose run
      * catalogued it and its field count -- against the version
      * listed before it.  The first version, and every version that
      * differs from the one before, is printed field by field, each
      * field marked ADDED, MOVED, RESIZED or RETYPED since that
      * version and the fields it no longer carries listed as
      * REMOVED; an unchanged version prints its heading line only.
      * The closing counts show how many versions were listed and
      * how many of them changed the layout.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  LAY-FILE
               ASSIGN  USING   DSN-LAYOUT-CATALOG
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  LAY-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  LAY-FILE.
           COPY    LAYREC.
       WORKING-STORAGE         SECTION.
      *
      *    The report goes through the shared spool (SPOOLSUB), one
      *    catalogued member per run.
      *
       01  REPORT-LINE         PIC X(132).
       01  FLG.
           02  FLG-LAY-EOF         PIC 9       VALUE ZERO.
           02  FLG-HAVE-CUR        PIC 9       VALUE ZERO.
           02  FLG-HAVE-PRV        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  LAY-FILE-STATUS     PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  J                   PIC S9(9)   BINARY.
           02  FOUND-SUB           PIC S9(9)   BINARY.
           02  TAG-PTR             PIC S9(9)   BINARY.
           02  DIFF-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  VERSION-COUNT       PIC S9(9)   BINARY  VALUE ZERO.
           02  CHANGE-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
           02  SEL-PROGRAM         PIC X(08).
           02  SEL-PATH-ID         PIC 9(09)   VALUE ZERO.
           02  WRK-PATH-IN         PIC X(09).
           02  WRK-PATH-SHIFT      PIC X(09).
      *
      *    The version being gathered (CUR) and the one listed
      *    before it (PRV), in the same shape so one MOVE carries
      *    the first over the second.
      *
       01  CUR-VERSION.
           02  CUR-DATE            PIC 9(08).
           02  CUR-TIME            PIC 9(08).
           02  CUR-PROGRAM         PIC X(08).
           02  CUR-COUNT           PIC S9(9)   BINARY.
           02  CUR-FIELD           OCCURS  64  TIMES.
               03  CUR-FIELD-NAME      PIC X(30).
               03  CUR-FIELD-OFFSET    PIC 9(09).
               03  CUR-FIELD-LENGTH    PIC 9(09).
               03  CUR-FIELD-TYPE      PIC X(01).
       01  PRV-VERSION.
           02  PRV-DATE            PIC 9(08).
           02  PRV-TIME            PIC 9(08).
           02  PRV-PROGRAM         PIC X(08).
           02  PRV-COUNT           PIC S9(9)   BINARY.
           02  PRV-FIELD           OCCURS  64  TIMES.
               03  PRV-FIELD-NAME      PIC X(30).
               03  PRV-FIELD-OFFSET    PIC 9(09).
               03  PRV-FIELD-LENGTH    PIC 9(09).
               03  PRV-FIELD-TYPE      PIC X(01).
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-LAYOUT-CATALOG  PIC X(40).
           COPY    REGAREA.
       01  RPT-HEADING-1.
           02  FILLER          PIC X(40)   VALUE
               'PANDA -- RECORD-LAYOUT HISTORY'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-HEADING-2.
           02  FILLER          PIC X(09)   VALUE 'PATH-ID ['.
           02  RPT-SEL-PATH-ID PIC ZZZZZZZZ9.
           02  FILLER          PIC X(13)   VALUE ']   PROGRAM ['.
           02  RPT-SEL-PROGRAM PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-VERSION-LINE.
           02  FILLER          PIC X(09)   VALUE 'VERSION ['.
           02  RPT-DATE        PIC 9(08).
           02  FILLER          PIC X(03)   VALUE '] ['.
           02  RPT-TIME        PIC 9(08).
           02  FILLER          PIC X(03)   VALUE '] ['.
           02  RPT-PROGRAM     PIC X(08).
           02  FILLER          PIC X(12)   VALUE ']   FIELDS ['.
           02  RPT-COUNT       PIC ZZZ9.
           02  FILLER          PIC X(04)   VALUE ']   '.
           02  RPT-STATUS      PIC X(40).
       01  RPT-FIELD-HEADING.
           02  FILLER          PIC X(12)   VALUE '         SEQ'.
           02  FILLER          PIC X(32)   VALUE '  FIELD'.
           02  FILLER          PIC X(08)   VALUE '  OFFSET'.
           02  FILLER          PIC X(08)   VALUE '  LENGTH'.
           02  FILLER          PIC X(06)   VALUE '  TYPE'.
           02  FILLER          PIC X(10)   VALUE '    CHANGE'.
       01  RPT-FIELD-LINE.
           02  FILLER          PIC X(08).
           02  RPT-SEQ         PIC ZZZZ.
           02  FILLER          PIC X(02).
           02  RPT-FIELD       PIC X(30).
           02  FILLER          PIC X(02).
           02  RPT-OFFSET      PIC ZZZZZ9.
           02  FILLER          PIC X(02).
           02  RPT-LENGTH      PIC ZZZZZ9.
           02  FILLER          PIC X(05).
           02  RPT-TYPE        PIC X(01).
           02  FILLER          PIC X(04).
           02  RPT-TAG         PIC X(32).
       01  RPT-SUMMARY-LINE.
           02  RPT-SUMMARY-TAG PIC X(30).
           02  RPT-SUMMARY     PIC ZZZZZZZZ9.
       COPY    SPOOLAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 100-GET-SELECTION.
      *
           OPEN    INPUT   LAY-FILE.
           IF      (  LAY-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO LAYOUT CATALOG TO REPORT, STATUS ['
                   LAY-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               PERFORM 940-SPOOL-OPEN
               PERFORM 150-PRINT-HEADING
               PERFORM 200-READ-CATALOG
                   UNTIL   (  FLG-LAY-EOF  >  ZERO  )
               CLOSE   LAY-FILE
               IF      (  FLG-HAVE-CUR  =  1  )
                   PERFORM 300-PRINT-VERSION
               END-IF
               PERFORM 800-PRINT-TOTALS
               PERFORM 945-SPOOL-CLOSE
           END-IF.
      *
           DISPLAY '*** LAYRPT VERSIONS LISTED [' VERSION-COUNT ']'
               UPON    CONSOLE.
           DISPLAY '*** LAYRPT VERSIONS CHANGED [' CHANGE-COUNT ']'
               UPON    CONSOLE.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       050-RESOLVE-REGION      SECTION.
           MOVE    'layout.catalog'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-LAYOUT-CATALOG.
      *
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** LAYRPT REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
       100-GET-SELECTION       SECTION.
           DISPLAY 'PATH-ID        : (BLANK = 0)'
               UPON    CONSOLE.
           ACCEPT   WRK-PATH-IN     FROM    CONSOLE.
           DISPLAY 'PROGRAM        : (BLANK = ALL)'
               UPON    CONSOLE.
           ACCEPT   SEL-PROGRAM     FROM    CONSOLE.
      *
      *    Console input arrives left-justified -- shift it right and
      *    zero-fill the way DBLOAD treats its batch size.
      *
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  9  )
               IF      (  WRK-PATH-IN(9:1)  =  SPACE  )
                   MOVE    WRK-PATH-IN         TO  WRK-PATH-SHIFT
                   MOVE    SPACES              TO  WRK-PATH-IN
                   MOVE    WRK-PATH-SHIFT(1:8)
                       TO  WRK-PATH-IN(2:8)
               END-IF
           END-PERFORM.
           INSPECT WRK-PATH-IN
               REPLACING   LEADING SPACE   BY  ZERO.
      *
           IF      (  WRK-PATH-IN  NUMERIC  )
               MOVE    WRK-PATH-IN     TO  SEL-PATH-ID
           ELSE
               MOVE    ZERO            TO  SEL-PATH-ID
           END-IF.
      *
           MOVE    SEL-PATH-ID     TO  RPT-SEL-PATH-ID.
           IF      (  SEL-PROGRAM  =  SPACES  )
               MOVE    'ALL'           TO  RPT-SEL-PROGRAM
           ELSE
               MOVE    SEL-PROGRAM     TO  RPT-SEL-PROGRAM
           END-IF.
      *****************************************************************
       150-PRINT-HEADING       SECTION.
           MOVE    RPT-HEADING-1   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-HEADING-2   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
      *    200-READ-CATALOG gathers one version at a time: the
      *    records of a version are written together and share a
      *    stamp, so a new stamp ends the version before it.
      *****************************************************************
       200-READ-CATALOG        SECTION.
           READ    LAY-FILE
             AT  END
               MOVE    1           TO  FLG-LAY-EOF
             NOT AT END
               IF      (  LAY-PATH-ID  =  SEL-PATH-ID  )
                   AND (  (  SEL-PROGRAM  =  SPACES       )
                       OR (  SEL-PROGRAM  =  LAY-PROGRAM  )  )
                   IF      (  FLG-HAVE-CUR  =  1  )
                       AND (  (  LAY-DATE     NOT =  CUR-DATE     )
                           OR (  LAY-TIME     NOT =  CUR-TIME     )
                           OR (  LAY-PROGRAM  NOT =  CUR-PROGRAM  )  )
                       PERFORM 300-PRINT-VERSION
                       MOVE    ZERO        TO  FLG-HAVE-CUR
                   END-IF
                   IF      (  FLG-HAVE-CUR  =  ZERO  )
                       MOVE    LAY-DATE    TO  CUR-DATE
                       MOVE    LAY-TIME    TO  CUR-TIME
                       MOVE    LAY-PROGRAM TO  CUR-PROGRAM
                       MOVE    ZERO        TO  CUR-COUNT
                       MOVE    1           TO  FLG-HAVE-CUR
                   END-IF
                   PERFORM 210-KEEP-FIELD
               END-IF
           END-READ.
      *****************************************************************
       210-KEEP-FIELD          SECTION.
           IF      (  LAY-FIELD-SEQ  >  ZERO  )
               AND (  LAY-FIELD-SEQ  NOT >  64  )
               MOVE    LAY-FIELD-SEQ       TO  I
               MOVE    LAY-FIELD-NAME      TO  CUR-FIELD-NAME(I)
               MOVE    LAY-FIELD-OFFSET    TO  CUR-FIELD-OFFSET(I)
               MOVE    LAY-FIELD-LENGTH    TO  CUR-FIELD-LENGTH(I)
               MOVE    LAY-FIELD-TYPE      TO  CUR-FIELD-TYPE(I)
               IF      (  I  >  CUR-COUNT  )
                   MOVE    I           TO  CUR-COUNT
               END-IF
           END-IF.
      *****************************************************************
      *    300-PRINT-VERSION prints the version gathered in CUR
      *    against PRV, then keeps it as PRV for the next one.
      *****************************************************************
       300-PRINT-VERSION       SECTION.
           ADD     1           TO  VERSION-COUNT.
           MOVE    ZERO        TO  DIFF-COUNT.
           IF      (  FLG-HAVE-PRV  =  1  )
               PERFORM 310-COUNT-DIFFERENCES
           END-IF.
      *
           MOVE    SPACES      TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    CUR-DATE    TO  RPT-DATE.
           MOVE    CUR-TIME    TO  RPT-TIME.
           MOVE    CUR-PROGRAM TO  RPT-PROGRAM.
           MOVE    CUR-COUNT   TO  RPT-COUNT.
           EVALUATE    TRUE
             WHEN    (  FLG-HAVE-PRV  NOT =  1  )
               MOVE    'FIRST VERSION LISTED'  TO  RPT-STATUS
             WHEN    (  DIFF-COUNT  >  ZERO  )
               MOVE    'CHANGED SINCE THE VERSION BEFORE'
                   TO  RPT-STATUS
               ADD     1           TO  CHANGE-COUNT
             WHEN      OTHER
               MOVE    'UNCHANGED'             TO  RPT-STATUS
           END-EVALUATE.
           MOVE    RPT-VERSION-LINE    TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           IF      (  FLG-HAVE-PRV  NOT =  1  )
               OR  (  DIFF-COUNT  >  ZERO     )
               MOVE    RPT-FIELD-HEADING   TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
               PERFORM 320-PRINT-FIELD
                   VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  CUR-COUNT  )
               IF      (  FLG-HAVE-PRV  =  1  )
                   PERFORM 330-PRINT-REMOVED
                       VARYING J   FROM    1   BY  1
                       UNTIL   (  J    >  PRV-COUNT  )
               END-IF
           END-IF.
      *
           MOVE    CUR-VERSION TO  PRV-VERSION.
           MOVE    1           TO  FLG-HAVE-PRV.
      *****************************************************************
      *    310-COUNT-DIFFERENCES -- a different field count, or any
      *    field that is not where it was, in the shape it was.
      *****************************************************************
       310-COUNT-DIFFERENCES   SECTION.
           IF      (  CUR-COUNT  NOT =  PRV-COUNT  )
               ADD     1           TO  DIFF-COUNT
           END-IF.
      *
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  CUR-COUNT  )
               PERFORM 340-FIND-PREVIOUS
               IF      (  FOUND-SUB  =  ZERO  )
                   ADD     1           TO  DIFF-COUNT
               ELSE
                   IF      (  CUR-FIELD-OFFSET(I)
                               NOT =  PRV-FIELD-OFFSET(FOUND-SUB)  )
                       OR  (  CUR-FIELD-LENGTH(I)
                               NOT =  PRV-FIELD-LENGTH(FOUND-SUB)  )
                       OR  (  CUR-FIELD-TYPE(I)
                               NOT =  PRV-FIELD-TYPE(FOUND-SUB)    )
                       ADD     1           TO  DIFF-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      *****************************************************************
      *    320-PRINT-FIELD prints field I of CUR, marked with what
      *    has changed about it since PRV.
      *****************************************************************
       320-PRINT-FIELD         SECTION.
           MOVE    I                   TO  RPT-SEQ.
           MOVE    CUR-FIELD-NAME(I)   TO  RPT-FIELD.
           MOVE    CUR-FIELD-OFFSET(I) TO  RPT-OFFSET.
           MOVE    CUR-FIELD-LENGTH(I) TO  RPT-LENGTH.
           MOVE    CUR-FIELD-TYPE(I)   TO  RPT-TYPE.
           MOVE    SPACES              TO  RPT-TAG.
           MOVE    1                   TO  TAG-PTR.
      *
           IF      (  FLG-HAVE-PRV  =  1  )
               PERFORM 340-FIND-PREVIOUS
               IF      (  FOUND-SUB  =  ZERO  )
                   MOVE    'ADDED'     TO  RPT-TAG
               ELSE
                   IF      (  CUR-FIELD-OFFSET(I)
                               NOT =  PRV-FIELD-OFFSET(FOUND-SUB)  )
                       STRING  'MOVED '    DELIMITED BY SIZE
                           INTO    RPT-TAG
                           WITH    POINTER TAG-PTR
                       END-STRING
                   END-IF
                   IF      (  CUR-FIELD-LENGTH(I)
                               NOT =  PRV-FIELD-LENGTH(FOUND-SUB)  )
                       STRING  'RESIZED '  DELIMITED BY SIZE
                           INTO    RPT-TAG
                           WITH    POINTER TAG-PTR
                       END-STRING
                   END-IF
                   IF      (  CUR-FIELD-TYPE(I)
                               NOT =  PRV-FIELD-TYPE(FOUND-SUB)    )
                       STRING  'RETYPED '  DELIMITED BY SIZE
                           INTO    RPT-TAG
                           WITH    POINTER TAG-PTR
                       END-STRING
                   END-IF
               END-IF
           END-IF.
      *
           MOVE    RPT-FIELD-LINE  TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
      *    330-PRINT-REMOVED prints field J of PRV when CUR no longer
      *    carries it, as it was.
      *****************************************************************
       330-PRINT-REMOVED       SECTION.
           MOVE    ZERO        TO  FOUND-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  CUR-COUNT   )
                       OR  (  FOUND-SUB  >  ZERO  )
               IF      (  CUR-FIELD-NAME(I)  =  PRV-FIELD-NAME(J)  )
                   MOVE    I           TO  FOUND-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  FOUND-SUB  =  ZERO  )
               MOVE    ZERO                TO  RPT-SEQ
               MOVE    PRV-FIELD-NAME(J)   TO  RPT-FIELD
               MOVE    PRV-FIELD-OFFSET(J) TO  RPT-OFFSET
               MOVE    PRV-FIELD-LENGTH(J) TO  RPT-LENGTH
               MOVE    PRV-FIELD-TYPE(J)   TO  RPT-TYPE
               MOVE    'REMOVED'           TO  RPT-TAG
               MOVE    RPT-FIELD-LINE      TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
           END-IF.
      *****************************************************************
      *    340-FIND-PREVIOUS looks field I of CUR up in PRV by name;
      *    FOUND-SUB is zero when PRV does not carry it.
      *****************************************************************
       340-FIND-PREVIOUS       SECTION.
           MOVE    ZERO        TO  FOUND-SUB.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J    >  PRV-COUNT   )
                       OR  (  FOUND-SUB  >  ZERO  )
               IF      (  PRV-FIELD-NAME(J)  =  CUR-FIELD-NAME(I)  )
                   MOVE    J           TO  FOUND-SUB
               END-IF
           END-PERFORM.
      *****************************************************************
       800-PRINT-TOTALS        SECTION.
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           MOVE    'VERSIONS LISTED            : '  TO  RPT-SUMMARY-TAG.
           MOVE    VERSION-COUNT   TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE    TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           MOVE    'VERSIONS CHANGING LAYOUT   : '  TO  RPT-SUMMARY-TAG.
           MOVE    CHANGE-COUNT    TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE    TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
       940-SPOOL-OPEN           SECTION.
           MOVE    'OPEN'      TO  SPOOL-FUNC.
           MOVE    'LAYRPT'    TO  SPOOL-PROGRAM.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *****************************************************************
       945-SPOOL-CLOSE          SECTION.
           MOVE    'CLOSE'     TO  SPOOL-FUNC.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *
           DISPLAY '*** LAYRPT REPORT SPOOLED TO [' SPOOL-MEMBER
               ']'
               UPON    CONSOLE.
      *****************************************************************
       950-SPOOL-LINE           SECTION.
           MOVE    'WRITE'     TO  SPOOL-FUNC.
           MOVE    REPORT-LINE TO  SPOOL-LINE.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
