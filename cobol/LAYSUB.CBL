       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 LAYSUB.
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
      *  $B%3%s%]!<%M%s%HL>(B  : $B%5%V(B
      *  $B4IM}<T(B            :
      *  $B:n@.F|IU(B    $B:n6H<T(B        $B5-=R(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
      * LAYSUB keeps the record-layout catalog, layout.catalog
      * (LAYREC).  The jobs that write a table out -- DBEXTR and
      * DBDLEXP -- 'RECORD' the DBDESCRIBE layout they ran under,
      * stamped with their run.ledger entry; the jobs that read such
      * a file back -- DBLOAD, DBDLIMP and DBCOMPAR -- 'CHECK' the
      * layout DBDESCRIBE answers today against the catalogued one
      * before they touch a record, and stop on any difference.  A
      * widened field moves every field after it, which a load takes
      * without complaint and lands shifted bytes; this is where that
      * is caught.  See LAYAREA for the interface.
      *
      * The catalog is appended in run order, so the latest version
      * wanted is the last one read that qualifies; a stamp older
      * than one already held is passed over.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
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
       01  FLG.
           02  FLG-REGION-DONE     PIC 9       VALUE ZERO.
           02  FLG-LAY-EOF         PIC 9       VALUE ZERO.
           02  FLG-WANTED          PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  LAY-FILE-STATUS     PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  J                   PIC S9(9)   BINARY.
           02  K                   PIC S9(9)   BINARY.
           02  FOUND-SUB           PIC S9(9)   BINARY.
           02  CAT-SUB             PIC S9(9)   BINARY.
           02  NOW-SUB             PIC S9(9)   BINARY.
           02  DRIFT-KIND          PIC X(08).
           02  REC-STAMP           PIC 9(16).
           02  CAT-STAMP           PIC 9(16)   VALUE ZERO.
      *
      *    The catalogued version being compared, as it is read.
      *
       01  CAT.
           02  CAT-DATE            PIC 9(08).
           02  CAT-TIME            PIC 9(08).
           02  CAT-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  CAT-FIELD           OCCURS  64  TIMES.
               03  CAT-FIELD-NAME      PIC X(30).
               03  CAT-FIELD-OFFSET    PIC S9(9)   BINARY.
               03  CAT-FIELD-LENGTH    PIC S9(9)   BINARY.
               03  CAT-FIELD-TYPE      PIC X(01).
      *
      *    The region's physical dataset name, answered by REGSUB on
      *    the first call.
      *
       01  DSN.
           02  DSN-LAYOUT-CATALOG  PIC X(40).
           COPY    REGAREA.
       LINKAGE                     SECTION.
           COPY    LAYAREA.
           COPY    DB-META-SAVE.
       PROCEDURE                   DIVISION
           USING   LAYAREA
                   METASAVE.
      *****************************************************************
       000-ENTRY               SECTION.
           IF      (  FLG-REGION-DONE  NOT =  1  )
               MOVE    'layout.catalog'    TO  REGAREA-LOGICAL
               CALL    'REGSUB'    USING   REGAREA
               MOVE    REGAREA-PHYSICAL    TO  DSN-LAYOUT-CATALOG
               MOVE    1           TO  FLG-REGION-DONE
           END-IF.
      *
           MOVE    ZERO        TO  LAYAREA-RC.
           EVALUATE    LAYAREA-FUNC
             WHEN     'RECORD'
               PERFORM 100-RECORD-LAYOUT
             WHEN     'CHECK'
               PERFORM 200-CHECK-LAYOUT
             WHEN      OTHER
               MOVE    93          TO  LAYAREA-RC
           END-EVALUATE.
      *
           EXIT    PROGRAM.
      *****************************************************************
      *    100-RECORD-LAYOUT appends the version, opening EXTEND the
      *    way the run.ledger writers do and falling back to OUTPUT
      *    the first time, when there is no catalog yet.
      *****************************************************************
       100-RECORD-LAYOUT       SECTION.
           IF      (  METASAVE-FIELD-COUNT  NOT >  ZERO  )
               MOVE    92          TO  LAYAREA-RC
           ELSE
               OPEN    EXTEND      LAY-FILE
               IF      (  LAY-FILE-STATUS  NOT =  '00'  )
                   CLOSE   LAY-FILE
                   OPEN    OUTPUT  LAY-FILE
               END-IF
               IF      (  LAY-FILE-STATUS  NOT =  '00'  )
                   MOVE    90          TO  LAYAREA-RC
               ELSE
                   PERFORM 110-WRITE-FIELD
                       VARYING I   FROM    1   BY  1
                       UNTIL   (  I    >  METASAVE-FIELD-COUNT  )
                   CLOSE   LAY-FILE
               END-IF
           END-IF.
      *****************************************************************
       110-WRITE-FIELD         SECTION.
           MOVE    LAYAREA-PATH-ID     TO  LAY-PATH-ID.
           MOVE    LAYAREA-DATE        TO  LAY-DATE.
           MOVE    LAYAREA-TIME        TO  LAY-TIME.
           MOVE    LAYAREA-PROGRAM     TO  LAY-PROGRAM.
           MOVE    METASAVE-FIELD-COUNT    TO  LAY-FIELD-COUNT.
           MOVE    I                   TO  LAY-FIELD-SEQ.
           MOVE    METASAVE-FIELD-NAME(I)      TO  LAY-FIELD-NAME.
           MOVE    METASAVE-FIELD-OFFSET(I)    TO  LAY-FIELD-OFFSET.
           MOVE    METASAVE-FIELD-LENGTH(I)    TO  LAY-FIELD-LENGTH.
           MOVE    METASAVE-FIELD-TYPE(I)      TO  LAY-FIELD-TYPE.
           WRITE   LAY-REC.
      *****************************************************************
       200-CHECK-LAYOUT        SECTION.
           MOVE    ZERO        TO  LAYAREA-ADDED
                                   LAYAREA-REMOVED
                                   LAYAREA-MOVED
                                   LAYAREA-RESIZED
                                   LAYAREA-RETYPED
                                   LAYAREA-DRIFT-COUNT.
           MOVE    ZERO        TO  CAT-STAMP.
           MOVE    ZERO        TO  CAT-COUNT.
           MOVE    ZERO        TO  FLG-LAY-EOF.
      *
           OPEN    INPUT       LAY-FILE.
           IF      (  LAY-FILE-STATUS  NOT =  '00'  )
               MOVE    90          TO  LAYAREA-RC
               CLOSE   LAY-FILE
           ELSE
               PERFORM 210-READ-CATALOG
                   UNTIL   (  FLG-LAY-EOF  >  ZERO  )
               CLOSE   LAY-FILE
               IF      (  CAT-STAMP  =  ZERO  )
                   MOVE    91          TO  LAYAREA-RC
               ELSE
                   MOVE    CAT-DATE    TO  LAYAREA-DATE
                   MOVE    CAT-TIME    TO  LAYAREA-TIME
                   PERFORM 300-COMPARE-CATALOGUED
                       VARYING I   FROM    1   BY  1
                       UNTIL   (  I    >  CAT-COUNT  )
                   PERFORM 350-FIND-ADDED
                       VARYING J   FROM    1   BY  1
                       UNTIL   (  J    >  METASAVE-FIELD-COUNT  )
                   IF      (  LAYAREA-DRIFT-COUNT  >  ZERO  )
                       MOVE    10          TO  LAYAREA-RC
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      *    210-READ-CATALOG keeps the fields of the latest version
      *    that qualifies (see LAYAREA); a newer stamp starts the
      *    table over.
      *****************************************************************
       210-READ-CATALOG        SECTION.
           READ    LAY-FILE
             AT  END
               MOVE    1           TO  FLG-LAY-EOF
             NOT AT END
               PERFORM 220-CHECK-WANTED
               IF      (  FLG-WANTED  =  1  )
                   COMPUTE REC-STAMP  =
                       (  LAY-DATE  *  100000000  )  +  LAY-TIME
                   IF      (  REC-STAMP  >  CAT-STAMP  )
                       MOVE    REC-STAMP   TO  CAT-STAMP
                       MOVE    LAY-DATE    TO  CAT-DATE
                       MOVE    LAY-TIME    TO  CAT-TIME
                       MOVE    ZERO        TO  CAT-COUNT
                   END-IF
                   IF      (  REC-STAMP  =  CAT-STAMP  )
                       AND (  LAY-FIELD-SEQ  >  ZERO  )
                       AND (  LAY-FIELD-SEQ  NOT >  64  )
                       MOVE    LAY-FIELD-SEQ   TO  I
                       MOVE    LAY-FIELD-NAME  TO  CAT-FIELD-NAME(I)
                       MOVE    LAY-FIELD-OFFSET
                           TO  CAT-FIELD-OFFSET(I)
                       MOVE    LAY-FIELD-LENGTH
                           TO  CAT-FIELD-LENGTH(I)
                       MOVE    LAY-FIELD-TYPE  TO  CAT-FIELD-TYPE(I)
                       IF      (  I  >  CAT-COUNT  )
                           MOVE    I           TO  CAT-COUNT
                       END-IF
                   END-IF
               END-IF
           END-READ.
      *****************************************************************
       220-CHECK-WANTED        SECTION.
           MOVE    ZERO        TO  FLG-WANTED.
           IF      (  LAY-PROGRAM  =  LAYAREA-PROGRAM  )
               AND (  LAY-PATH-ID  =  LAYAREA-PATH-ID  )
               EVALUATE    TRUE
                 WHEN    (  LAYAREA-TIME  >  ZERO  )
                   IF      (  LAY-DATE  =  LAYAREA-DATE  )
                       AND (  LAY-TIME  =  LAYAREA-TIME  )
                       MOVE    1           TO  FLG-WANTED
                   END-IF
                 WHEN    (  LAYAREA-DATE  >  ZERO  )
                   IF      (  LAY-DATE  NOT >  LAYAREA-DATE  )
                       MOVE    1           TO  FLG-WANTED
                   END-IF
                 WHEN      OTHER
                   MOVE    1           TO  FLG-WANTED
               END-EVALUATE
           END-IF.
      *****************************************************************
      *    300-COMPARE-CATALOGUED looks catalogued field I up in
      *    METASAVE by name: gone is REMOVED, otherwise its offset,
      *    length and type are each compared.
      *****************************************************************
       300-COMPARE-CATALOGUED  SECTION.
           MOVE    ZERO        TO  FOUND-SUB.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J    >  METASAVE-FIELD-COUNT  )
                       OR  (  FOUND-SUB  >  ZERO           )
               IF      (  METASAVE-FIELD-NAME(J)
                               =  CAT-FIELD-NAME(I)  )
                   MOVE    J       TO  FOUND-SUB
               END-IF
           END-PERFORM.
      *
           MOVE    I           TO  CAT-SUB.
           MOVE    FOUND-SUB   TO  NOW-SUB.
           IF      (  NOW-SUB  =  ZERO  )
               ADD     1           TO  LAYAREA-REMOVED
               MOVE    'REMOVED'   TO  DRIFT-KIND
               PERFORM 400-ADD-DRIFT
           ELSE
               IF      (  METASAVE-FIELD-OFFSET(NOW-SUB)
                               NOT =  CAT-FIELD-OFFSET(CAT-SUB)  )
                   ADD     1           TO  LAYAREA-MOVED
                   MOVE    'MOVED'     TO  DRIFT-KIND
                   PERFORM 400-ADD-DRIFT
               END-IF
               IF      (  METASAVE-FIELD-LENGTH(NOW-SUB)
                               NOT =  CAT-FIELD-LENGTH(CAT-SUB)  )
                   ADD     1           TO  LAYAREA-RESIZED
                   MOVE    'RESIZED'   TO  DRIFT-KIND
                   PERFORM 400-ADD-DRIFT
               END-IF
               IF      (  METASAVE-FIELD-TYPE(NOW-SUB)
                               NOT =  CAT-FIELD-TYPE(CAT-SUB)  )
                   ADD     1           TO  LAYAREA-RETYPED
                   MOVE    'RETYPED'   TO  DRIFT-KIND
                   PERFORM 400-ADD-DRIFT
               END-IF
           END-IF.
      *****************************************************************
      *    350-FIND-ADDED -- METASAVE field J, if the catalogued
      *    version does not carry it.
      *****************************************************************
       350-FIND-ADDED          SECTION.
           MOVE    ZERO        TO  FOUND-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  CAT-COUNT      )
                       OR  (  FOUND-SUB  >  ZERO     )
               IF      (  CAT-FIELD-NAME(I)
                               =  METASAVE-FIELD-NAME(J)  )
                   MOVE    I       TO  FOUND-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  FOUND-SUB  =  ZERO  )
               ADD     1           TO  LAYAREA-ADDED
               MOVE    'ADDED'     TO  DRIFT-KIND
               MOVE    ZERO        TO  CAT-SUB
               MOVE    J           TO  NOW-SUB
               PERFORM 400-ADD-DRIFT
           END-IF.
      *****************************************************************
      *    400-ADD-DRIFT enters one difference: the catalogued side
      *    from CAT-SUB and the current side from NOW-SUB, either
      *    left zero when the field is not on that side.
      *****************************************************************
       400-ADD-DRIFT           SECTION.
           IF      (  LAYAREA-DRIFT-COUNT  <  256  )
               ADD     1           TO  LAYAREA-DRIFT-COUNT
               MOVE    LAYAREA-DRIFT-COUNT TO  K
               MOVE    DRIFT-KIND  TO  LAYAREA-DRIFT-KIND(K)
               MOVE    ZERO        TO  LAYAREA-DRIFT-WAS-OFF(K)
                                       LAYAREA-DRIFT-WAS-LEN(K)
                                       LAYAREA-DRIFT-NOW-OFF(K)
                                       LAYAREA-DRIFT-NOW-LEN(K)
               MOVE    SPACE       TO  LAYAREA-DRIFT-WAS-TYPE(K)
                                       LAYAREA-DRIFT-NOW-TYPE(K)
               IF      (  CAT-SUB  >  ZERO  )
                   MOVE    CAT-FIELD-NAME(CAT-SUB)
                       TO  LAYAREA-DRIFT-FIELD(K)
                   MOVE    CAT-FIELD-OFFSET(CAT-SUB)
                       TO  LAYAREA-DRIFT-WAS-OFF(K)
                   MOVE    CAT-FIELD-LENGTH(CAT-SUB)
                       TO  LAYAREA-DRIFT-WAS-LEN(K)
                   MOVE    CAT-FIELD-TYPE(CAT-SUB)
                       TO  LAYAREA-DRIFT-WAS-TYPE(K)
               END-IF
               IF      (  NOW-SUB  >  ZERO  )
                   MOVE    METASAVE-FIELD-NAME(NOW-SUB)
                       TO  LAYAREA-DRIFT-FIELD(K)
                   MOVE    METASAVE-FIELD-OFFSET(NOW-SUB)
                       TO  LAYAREA-DRIFT-NOW-OFF(K)
                   MOVE    METASAVE-FIELD-LENGTH(NOW-SUB)
                       TO  LAYAREA-DRIFT-NOW-LEN(K)
                   MOVE    METASAVE-FIELD-TYPE(NOW-SUB)
                       TO  LAYAREA-DRIFT-NOW-TYPE(K)
               END-IF
           END-IF.
