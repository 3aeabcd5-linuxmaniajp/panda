       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CHGBACK.
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
      * Month-end departmental chargeback over the archived log
      * generations.  The operator keys the billing month (YYYYMM,
      * blank = last month); the job walks the log.archive.cat
      * catalog DBLOGCUT maintains, reads every generation that can
      * hold traffic of that month (the one cut on the last day of
      * the month before included, for work keyed after its
      * midnight), and takes the log records whose LOG-DATE falls in
      * the month.
      *
      * Each record is billed to a cost centre through the
      * cost.centre.map (CCMAPREC): its LOG-USERID if a userid line
      * names it, else its LOG-PNAME if a terminal line does, else
      * nobody -- unassigned usage gets a line of its own so it is
      * never lost from the total.  Per cost centre the report
      * counts sessions (DBOPENs the engine accepted), units of work
      * committed (DBCOMMITs answered with RC zero), calls by
      * FUNC-CLASS class -- read, update, transaction -- and blocks
      * shipped across the bridge either way, and prices them at the
      * charge.rates (RATEREC) per-unit rates.  Continuation records
      * (LOG-BLOCK-SEQ above 1) count as blocks, not as calls.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  CAT-FILE
               ASSIGN  USING   DSN-ARCHIVE-CAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     CAT-DATE
               FILE    STATUS  CAT-FILE-STATUS.
           SELECT  ARCH-FILE
               ASSIGN  USING   ARCH-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  ARCH-FILE-STATUS.
           SELECT  MAP-FILE
               ASSIGN  USING   DSN-COST-CENTRE-MAP
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  MAP-FILE-STATUS.
           SELECT  RATE-FILE
               ASSIGN  USING   DSN-CHARGE-RATES
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  RATE-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  CAT-FILE.
       01  CAT-REC.
           02  CAT-DATE            PIC 9(08).
           02  CAT-NAME            PIC X(40).
      *
      *    The archive record is the log record -- declared from the
      *    same copybook (names reprefixed), the way DBLOGCUT
      *    declares it.
      *
       FD  ARCH-FILE.
           COPY    LOGREC
               REPLACING   LEADING ==LOG-==    BY  ==ARCH-==.
       FD  MAP-FILE.
           COPY    CCMAPREC.
       FD  RATE-FILE.
           COPY    RATEREC.
       WORKING-STORAGE         SECTION.
      *
      *    The report goes through the shared spool (SPOOLSUB), one
      *    catalogued member per run.
      *
       01  REPORT-LINE         PIC X(132).
       01  FLG.
           02  FLG-CAT-EOF         PIC 9       VALUE ZERO.
           02  FLG-ARCH-EOF        PIC 9       VALUE ZERO.
           02  FLG-MAP-EOF         PIC 9       VALUE ZERO.
           02  FLG-RATE-EOF        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  CAT-FILE-STATUS     PIC X(02).
           02  ARCH-FILE-STATUS    PIC X(02).
           02  MAP-FILE-STATUS     PIC X(02).
           02  RATE-FILE-STATUS    PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  GEN-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  REC-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  ARCH-NAME           PIC X(40).
           02  WRK-MONTH-IN        PIC X(06).
           02  SEL-MONTH           PIC 9(06).
           02  SEL-MONTH-X         REDEFINES   SEL-MONTH.
               03  SEL-YYYY            PIC 9(04).
               03  SEL-MM              PIC 9(02).
           02  FIRST-SERIAL        PIC S9(9)   BINARY.
           02  WRK-START-DATE      PIC 9(08).
           02  WRK-CAT-MONTH       PIC 9(06).
      *
      *    A keyed price, 99999.9999, read digit group by digit group
      *    into a view that is the number itself.
      *
       01  PRICE-WORK.
           02  PRICE-INT           PIC 9(05).
           02  PRICE-FRAC          PIC 9(04).
       01  PRICE-VALUE         REDEFINES   PRICE-WORK
                               PIC 9(05)V9(04).
      *
      *    The per-unit rates from charge.rates; zero unless keyed.
      *
       01  RATES.
           02  RATE-SESSION        PIC 9(05)V9(04)   VALUE ZERO.
           02  RATE-UOW            PIC 9(05)V9(04)   VALUE ZERO.
           02  RATE-READ           PIC 9(05)V9(04)   VALUE ZERO.
           02  RATE-UPDATE         PIC 9(05)V9(04)   VALUE ZERO.
           02  RATE-TXN            PIC 9(05)V9(04)   VALUE ZERO.
           02  RATE-BLOCK          PIC 9(05)V9(04)   VALUE ZERO.
      *
      *    Scratch fields for 700-DATE-TO-SERIAL -- a day count that
      *    only has to be monotonic and a day apart per calendar day.
      *
       01  CONV.
           02  CONV-DATE           PIC 9(08).
           02  CONV-DATE-X         REDEFINES   CONV-DATE.
               03  CONV-YYYY           PIC 9(04).
               03  CONV-MM             PIC 9(02).
               03  CONV-DD             PIC 9(02).
           02  CONV-Y              PIC S9(9)   BINARY.
           02  CONV-M              PIC S9(9)   BINARY.
           02  CONV-T1             PIC S9(9)   BINARY.
           02  CONV-T2             PIC S9(9)   BINARY.
           02  CONV-T3             PIC S9(9)   BINARY.
           02  CONV-T4             PIC S9(9)   BINARY.
           02  CONV-SERIAL         PIC S9(9)   BINARY.
      *
      *    The cost.centre.map lines, as keyed.
      *
       01  MAPT.
           02  MAP-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 1000.
           02  MAP-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  MAP-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  MAP-ENTRY           OCCURS  1000 TIMES.
               03  MAP-TYPE            PIC X(01).
               03  MAP-NAME            PIC X(08).
               03  MAP-CC-SUB          PIC S9(9)   BINARY.
      *
      *    One CC-ENTRY per cost centre the map names.  Entry 1 is
      *    the unassigned bucket, so every record lands somewhere.
      *
       01  CCT.
           02  CC-MAX-ENTRIES      PIC S9(9)   BINARY  VALUE 200.
           02  CC-COUNT            PIC S9(9)   BINARY  VALUE 1.
           02  CC-SUB              PIC S9(9)   BINARY  VALUE ZERO.
           02  CC-ENTRY            OCCURS  200 TIMES.
               03  CC-CENTRE           PIC X(08).
               03  CC-DESC             PIC X(30).
               03  CC-SESSIONS         PIC S9(9)   BINARY.
               03  CC-UOWS             PIC S9(9)   BINARY.
               03  CC-READS            PIC S9(9)   BINARY.
               03  CC-UPDATES          PIC S9(9)   BINARY.
               03  CC-TXNS             PIC S9(9)   BINARY.
               03  CC-BLOCKS           PIC S9(9)   BINARY.
               03  CC-AMOUNT           PIC S9(11)V99.
       01  TOTALS.
           02  TOT-SESSIONS        PIC S9(9)   BINARY  VALUE ZERO.
           02  TOT-UOWS            PIC S9(9)   BINARY  VALUE ZERO.
           02  TOT-READS           PIC S9(9)   BINARY  VALUE ZERO.
           02  TOT-UPDATES         PIC S9(9)   BINARY  VALUE ZERO.
           02  TOT-TXNS            PIC S9(9)   BINARY  VALUE ZERO.
           02  TOT-BLOCKS          PIC S9(9)   BINARY  VALUE ZERO.
           02  TOT-AMOUNT          PIC S9(11)V99       VALUE ZERO.
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-ARCHIVE-CAT     PIC X(40).
           02  DSN-COST-CENTRE-MAP PIC X(40).
           02  DSN-CHARGE-RATES    PIC X(40).
           COPY    REGAREA.
       COPY    FUNC-CLASS.
       01  RPT-HEADING-1.
           02  FILLER          PIC X(40)   VALUE
               'PANDA -- DEPARTMENTAL CHARGEBACK'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-HEADING-2.
           02  FILLER          PIC X(15)   VALUE 'BILLING MONTH ['.
           02  RPT-SEL-MONTH   PIC 9(06).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-RATE-LINE.
           02  FILLER          PIC X(15)   VALUE 'RATES: SESSION '.
           02  RPT-RATE-SESSION    PIC ZZZZ9.9999.
           02  FILLER          PIC X(06)   VALUE '  UOW '.
           02  RPT-RATE-UOW        PIC ZZZZ9.9999.
           02  FILLER          PIC X(07)   VALUE '  READ '.
           02  RPT-RATE-READ       PIC ZZZZ9.9999.
           02  FILLER          PIC X(09)   VALUE '  UPDATE '.
           02  RPT-RATE-UPDATE     PIC ZZZZ9.9999.
           02  FILLER          PIC X(06)   VALUE '  TXN '.
           02  RPT-RATE-TXN        PIC ZZZZ9.9999.
           02  FILLER          PIC X(08)   VALUE '  BLOCK '.
           02  RPT-RATE-BLOCK      PIC ZZZZ9.9999.
       01  RPT-COLUMNS.
           02  FILLER          PIC X(40)   VALUE
               'CENTRE   DESCRIPTION                   '.
           02  FILLER          PIC X(40)   VALUE
               '  SESSIONS      UOWS     READS   UPDATES'.
           02  FILLER          PIC X(40)   VALUE
               '      TXNS    BLOCKS           AMOUNT'.
       01  RPT-DETAIL.
           02  RPT-CENTRE      PIC X(08).
           02  FILLER          PIC X(01).
           02  RPT-DESC        PIC X(30).
           02  FILLER          PIC X(01).
           02  RPT-SESSIONS    PIC ZZZZZZZZ9.
           02  FILLER          PIC X(01).
           02  RPT-UOWS        PIC ZZZZZZZZ9.
           02  FILLER          PIC X(01).
           02  RPT-READS       PIC ZZZZZZZZ9.
           02  FILLER          PIC X(01).
           02  RPT-UPDATES     PIC ZZZZZZZZ9.
           02  FILLER          PIC X(01).
           02  RPT-TXNS        PIC ZZZZZZZZ9.
           02  FILLER          PIC X(01).
           02  RPT-BLOCKS      PIC ZZZZZZZZ9.
           02  FILLER          PIC X(01).
           02  RPT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
       COPY    SPOOLAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 100-GET-MONTH.
           PERFORM 150-LOAD-RATES.
           PERFORM 160-LOAD-MAP.
      *
           OPEN    INPUT       CAT-FILE.
           IF      (  CAT-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CHGBACK NO ARCHIVE CATALOG, STATUS ['
                   CAT-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               MOVE    WRK-START-DATE  TO  CAT-DATE
               START   CAT-FILE
                   KEY IS  NOT LESS    CAT-DATE
                 INVALID KEY
                   MOVE    1           TO  FLG-CAT-EOF
               END-START
               PERFORM 200-READ-ONE-GENERATION
                   UNTIL   (  FLG-CAT-EOF  >  ZERO  )
               CLOSE   CAT-FILE
      *
               PERFORM 400-PRICE-USAGE
               PERFORM 940-SPOOL-OPEN
               PERFORM 800-PRINT-REPORT
               PERFORM 945-SPOOL-CLOSE
           END-IF.
      *
           DISPLAY '*** CHGBACK GENERATIONS READ [' GEN-COUNT ']'
               UPON    CONSOLE.
           DISPLAY '*** CHGBACK RECORDS BILLED   [' REC-COUNT ']'
               UPON    CONSOLE.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       050-RESOLVE-REGION      SECTION.
           MOVE    'log.archive.cat'   TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-ARCHIVE-CAT.
      *
           MOVE    'cost.centre.map'   TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-COST-CENTRE-MAP.
      *
           MOVE    'charge.rates'  TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-CHARGE-RATES.
      *
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** CHGBACK REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
      *    100-GET-MONTH also works out where the catalog walk
      *    starts: the first of the month before, so the generation
      *    cut on that month's last day is reached; 210 skips the
      *    ones earlier than that day.
      *****************************************************************
       100-GET-MONTH           SECTION.
           DISPLAY 'BILLING MONTH  : (YYYYMM, BLANK = LAST MONTH)'
               UPON    CONSOLE.
           ACCEPT   WRK-MONTH-IN    FROM    CONSOLE.
      *
           IF      (  WRK-MONTH-IN  NUMERIC  )
               MOVE    WRK-MONTH-IN    TO  SEL-MONTH
           ELSE
               ACCEPT   CONV-DATE       FROM    DATE    YYYYMMDD
               MOVE    CONV-YYYY       TO  SEL-YYYY
               MOVE    CONV-MM         TO  SEL-MM
               IF      (  SEL-MM  =  1  )
                   SUBTRACT    1       FROM    SEL-YYYY
                   MOVE    12      TO  SEL-MM
               ELSE
                   SUBTRACT    1       FROM    SEL-MM
               END-IF
           END-IF.
           MOVE    SEL-MONTH       TO  RPT-SEL-MONTH.
      *
           MOVE    SEL-YYYY        TO  CONV-YYYY.
           MOVE    SEL-MM          TO  CONV-MM.
           MOVE    1               TO  CONV-DD.
           PERFORM 700-DATE-TO-SERIAL.
           COMPUTE FIRST-SERIAL  =  CONV-SERIAL  -  1.
      *
           IF      (  CONV-MM  =  1  )
               SUBTRACT    1       FROM    CONV-YYYY
               MOVE    12      TO  CONV-MM
           ELSE
               SUBTRACT    1       FROM    CONV-MM
           END-IF.
           MOVE    CONV-DATE       TO  WRK-START-DATE.
      *****************************************************************
       150-LOAD-RATES          SECTION.
           OPEN    INPUT       RATE-FILE.
           IF      (  RATE-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO charge.rates, STATUS ['
                   RATE-FILE-STATUS '] -- EVERY RATE IS ZERO'
                   UPON    CONSOLE
           ELSE
               PERFORM 155-LOAD-ONE-RATE
                   UNTIL   (  FLG-RATE-EOF  >  ZERO  )
           END-IF.
           CLOSE   RATE-FILE.
      *
           MOVE    RATE-SESSION    TO  RPT-RATE-SESSION.
           MOVE    RATE-UOW        TO  RPT-RATE-UOW.
           MOVE    RATE-READ       TO  RPT-RATE-READ.
           MOVE    RATE-UPDATE     TO  RPT-RATE-UPDATE.
           MOVE    RATE-TXN        TO  RPT-RATE-TXN.
           MOVE    RATE-BLOCK      TO  RPT-RATE-BLOCK.
      *****************************************************************
       155-LOAD-ONE-RATE       SECTION.
           READ    RATE-FILE
             AT  END
               MOVE    1           TO  FLG-RATE-EOF
             NOT AT END
               IF      (  RATE-ITEM(1:1)  NOT =  '*'     )
                   AND (  RATE-ITEM       NOT =  SPACES  )
                   IF      (  RATE-PRICE-INT    NUMERIC  )
                       AND (  RATE-PRICE-POINT  =  '.'   )
                       AND (  RATE-PRICE-FRAC   NUMERIC  )
                       MOVE    RATE-PRICE-INT      TO  PRICE-INT
                       MOVE    RATE-PRICE-FRAC     TO  PRICE-FRAC
                       PERFORM 156-SET-RATE
                   ELSE
                       DISPLAY '*** RATE [' RATE-ITEM
                           '] IS NOT 99999.9999, IGNORED'
                           UPON    CONSOLE
                   END-IF
               END-IF
           END-READ.
      *****************************************************************
       156-SET-RATE            SECTION.
           EVALUATE    RATE-ITEM
             WHEN     'SESSION'
               MOVE    PRICE-VALUE     TO  RATE-SESSION
             WHEN     'UOW'
               MOVE    PRICE-VALUE     TO  RATE-UOW
             WHEN     'READ'
               MOVE    PRICE-VALUE     TO  RATE-READ
             WHEN     'UPDATE'
               MOVE    PRICE-VALUE     TO  RATE-UPDATE
             WHEN     'TXN'
               MOVE    PRICE-VALUE     TO  RATE-TXN
             WHEN     'BLOCK'
               MOVE    PRICE-VALUE     TO  RATE-BLOCK
             WHEN      OTHER
               DISPLAY '*** UNKNOWN RATE ITEM [' RATE-ITEM
                   '], IGNORED'
                   UPON    CONSOLE
           END-EVALUATE.
      *****************************************************************
       160-LOAD-MAP            SECTION.
           MOVE    SPACES      TO  CC-CENTRE(1).
           MOVE    '*** UNASSIGNED ***'    TO  CC-DESC(1).
           PERFORM 180-CLEAR-CENTRE-1.
      *
           OPEN    INPUT       MAP-FILE.
           IF      (  MAP-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO cost.centre.map, STATUS ['
                   MAP-FILE-STATUS '] -- ALL USAGE UNASSIGNED'
                   UPON    CONSOLE
           ELSE
               PERFORM 165-LOAD-ONE-MAPPING
                   UNTIL   (  FLG-MAP-EOF  >  ZERO  )
           END-IF.
           CLOSE   MAP-FILE.
      *****************************************************************
       165-LOAD-ONE-MAPPING    SECTION.
           READ    MAP-FILE
             AT  END
               MOVE    1           TO  FLG-MAP-EOF
             NOT AT END
               EVALUATE    TRUE
                 WHEN    (  CCMAP-TYPE  =  '*'  )
                     OR  (  CCMAP-REC   =  SPACES  )
                   CONTINUE
                 WHEN    (  CCMAP-TYPE  NOT =  'U'  )
                     AND (  CCMAP-TYPE  NOT =  'T'  )
                   DISPLAY '*** MAP LINE TYPE [' CCMAP-TYPE
                       '] IS NOT U OR T, IGNORED'
                       UPON    CONSOLE
                 WHEN    (  MAP-COUNT  NOT <  MAP-MAX-ENTRIES  )
                   DISPLAY '*** MAP TABLE FULL, DROPPING ['
                       CCMAP-NAME ']'
                       UPON    CONSOLE
                 WHEN      OTHER
                   PERFORM 170-FIND-CENTRE
                   IF      (  CC-SUB  >  ZERO  )
                       ADD     1               TO  MAP-COUNT
                       MOVE    CCMAP-TYPE      TO  MAP-TYPE(MAP-COUNT)
                       MOVE    CCMAP-NAME      TO  MAP-NAME(MAP-COUNT)
                       MOVE    CC-SUB      TO  MAP-CC-SUB(MAP-COUNT)
                   END-IF
               END-EVALUATE
           END-READ.
      *****************************************************************
       170-FIND-CENTRE         SECTION.
           MOVE    ZERO        TO  CC-SUB.
           PERFORM VARYING I   FROM    2   BY  1
                   UNTIL   (  I    >  CC-COUNT  )
                       OR  (  CC-SUB  >  ZERO   )
               IF      (  CC-CENTRE(I)  =  CCMAP-CENTRE  )
                   MOVE    I       TO  CC-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  CC-SUB  =  ZERO  )
               IF      (  CC-COUNT  <  CC-MAX-ENTRIES  )
                   ADD     1           TO  CC-COUNT
                   MOVE    CC-COUNT    TO  CC-SUB
                   MOVE    CCMAP-CENTRE    TO  CC-CENTRE(CC-SUB)
                   MOVE    CCMAP-DESC      TO  CC-DESC(CC-SUB)
                   MOVE    ZERO        TO  CC-SESSIONS(CC-SUB)
                   MOVE    ZERO        TO  CC-UOWS(CC-SUB)
                   MOVE    ZERO        TO  CC-READS(CC-SUB)
                   MOVE    ZERO        TO  CC-UPDATES(CC-SUB)
                   MOVE    ZERO        TO  CC-TXNS(CC-SUB)
                   MOVE    ZERO        TO  CC-BLOCKS(CC-SUB)
                   MOVE    ZERO        TO  CC-AMOUNT(CC-SUB)
               ELSE
                   DISPLAY '*** COST CENTRE TABLE FULL, DROPPING ['
                       CCMAP-CENTRE ']'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *****************************************************************
       180-CLEAR-CENTRE-1      SECTION.
           MOVE    ZERO        TO  CC-SESSIONS(1).
           MOVE    ZERO        TO  CC-UOWS(1).
           MOVE    ZERO        TO  CC-READS(1).
           MOVE    ZERO        TO  CC-UPDATES(1).
           MOVE    ZERO        TO  CC-TXNS(1).
           MOVE    ZERO        TO  CC-BLOCKS(1).
           MOVE    ZERO        TO  CC-AMOUNT(1).
      *****************************************************************
       200-READ-ONE-GENERATION SECTION.
           READ    CAT-FILE    NEXT
             AT  END
               MOVE    1           TO  FLG-CAT-EOF
             NOT AT END
               MOVE    CAT-DATE(1:6)   TO  WRK-CAT-MONTH
               IF      (  WRK-CAT-MONTH  >  SEL-MONTH  )
                   MOVE    1           TO  FLG-CAT-EOF
               ELSE
                   MOVE    CAT-DATE    TO  CONV-DATE
                   PERFORM 700-DATE-TO-SERIAL
                   IF      (  CONV-SERIAL  NOT <  FIRST-SERIAL  )
                       PERFORM 210-ACCUMULATE-GENERATION
                   END-IF
               END-IF
           END-READ.
      *****************************************************************
       210-ACCUMULATE-GENERATION SECTION.
           MOVE    CAT-NAME    TO  ARCH-NAME.
           OPEN    INPUT       ARCH-FILE.
           IF      (  ARCH-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CHGBACK CANNOT OPEN [' CAT-NAME
                   '], STATUS [' ARCH-FILE-STATUS '], SKIPPED'
                   UPON    CONSOLE
           ELSE
               MOVE    ZERO        TO  FLG-ARCH-EOF
               PERFORM 300-ACCUMULATE-ARCH
                   UNTIL   (  FLG-ARCH-EOF  >  ZERO  )
               CLOSE   ARCH-FILE
               ADD     1           TO  GEN-COUNT
           END-IF.
      *****************************************************************
       300-ACCUMULATE-ARCH     SECTION.
           READ    ARCH-FILE
             AT  END
               MOVE    1           TO  FLG-ARCH-EOF
             NOT AT END
               IF      (  ARCH-DATE(1:6)  =  SEL-MONTH  )
                   ADD     1           TO  REC-COUNT
                   PERFORM 310-FIND-MAPPING
                   PERFORM 320-COUNT-USAGE
               END-IF
           END-READ.
      *****************************************************************
      *    310-FIND-MAPPING sets CC-SUB for the record: a userid line
      *    first, then a terminal line, else the unassigned bucket.
      *****************************************************************
       310-FIND-MAPPING        SECTION.
           MOVE    ZERO        TO  MAP-SUB.
           IF      (  ARCH-USERID  NOT =  SPACES  )
               PERFORM VARYING I   FROM    1   BY  1
                       UNTIL   (  I    >  MAP-COUNT  )
                           OR  (  MAP-SUB  >  ZERO   )
                   IF      (  MAP-TYPE(I)  =  'U'          )
                       AND (  MAP-NAME(I)  =  ARCH-USERID  )
                       MOVE    I       TO  MAP-SUB
                   END-IF
               END-PERFORM
           END-IF.
      *
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  MAP-COUNT  )
                       OR  (  MAP-SUB  >  ZERO   )
               IF      (  MAP-TYPE(I)  =  'T'         )
                   AND (  MAP-NAME(I)  =  ARCH-PNAME  )
                   MOVE    I       TO  MAP-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  MAP-SUB  >  ZERO  )
               MOVE    MAP-CC-SUB(MAP-SUB)     TO  CC-SUB
           ELSE
               MOVE    1           TO  CC-SUB
           END-IF.
      *****************************************************************
       320-COUNT-USAGE         SECTION.
      *
      *    Only send and receive records are bridge traffic -- a
      *    governor event ('G') shipped nothing and is not billed.
      *
           IF      (  ARCH-DIRECTION  =  'S'  )
               OR  (  ARCH-DIRECTION  =  'R'  )
               ADD     1           TO  CC-BLOCKS(CC-SUB)
           END-IF.
      *
           IF      (  ARCH-BLOCK-SEQ  NOT >  1  )
               IF      (  ARCH-DIRECTION  =  'S'  )
                   MOVE    ARCH-FUNC   TO  FUNC-CLASS-FUNC
                   EVALUATE    TRUE
                     WHEN      FUNC-CLASS-READ
                       ADD     1       TO  CC-READS(CC-SUB)
                     WHEN      FUNC-CLASS-TXN
                       ADD     1       TO  CC-TXNS(CC-SUB)
                     WHEN      FUNC-CLASS-SESSION
                       CONTINUE
                     WHEN      OTHER
                       ADD     1       TO  CC-UPDATES(CC-SUB)
                   END-EVALUATE
               ELSE
                   IF      (  ARCH-DIRECTION  =  'R'   )
                       AND (  ARCH-RC         =  ZERO  )
                       EVALUATE    ARCH-FUNC
                         WHEN     'DBOPEN'
                           ADD     1       TO  CC-SESSIONS(CC-SUB)
                         WHEN     'DBCOMMIT'
                           ADD     1       TO  CC-UOWS(CC-SUB)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       400-PRICE-USAGE         SECTION.
           PERFORM VARYING CC-SUB  FROM    1   BY  1
                   UNTIL   (  CC-SUB  >  CC-COUNT  )
               COMPUTE CC-AMOUNT(CC-SUB)  ROUNDED  =
                   (  CC-SESSIONS(CC-SUB)  *  RATE-SESSION  )
                 + (  CC-UOWS(CC-SUB)      *  RATE-UOW      )
                 + (  CC-READS(CC-SUB)     *  RATE-READ     )
                 + (  CC-UPDATES(CC-SUB)   *  RATE-UPDATE   )
                 + (  CC-TXNS(CC-SUB)      *  RATE-TXN      )
                 + (  CC-BLOCKS(CC-SUB)    *  RATE-BLOCK    )
               ADD     CC-SESSIONS(CC-SUB)     TO  TOT-SESSIONS
               ADD     CC-UOWS(CC-SUB)         TO  TOT-UOWS
               ADD     CC-READS(CC-SUB)        TO  TOT-READS
               ADD     CC-UPDATES(CC-SUB)      TO  TOT-UPDATES
               ADD     CC-TXNS(CC-SUB)         TO  TOT-TXNS
               ADD     CC-BLOCKS(CC-SUB)       TO  TOT-BLOCKS
               ADD     CC-AMOUNT(CC-SUB)       TO  TOT-AMOUNT
           END-PERFORM.
      *****************************************************************
       700-DATE-TO-SERIAL      SECTION.
           MOVE    CONV-YYYY   TO  CONV-Y.
      *
           IF      (  CONV-MM  <  3  )
               SUBTRACT    1       FROM    CONV-Y
               COMPUTE CONV-M  =  CONV-MM  +  12
           ELSE
               MOVE    CONV-MM     TO  CONV-M
           END-IF.
      *
           DIVIDE  CONV-Y      BY  4       GIVING  CONV-T1.
           DIVIDE  CONV-Y      BY  100     GIVING  CONV-T2.
           DIVIDE  CONV-Y      BY  400     GIVING  CONV-T3.
           COMPUTE CONV-T4     =   153  *  (  CONV-M  +  1  ).
           DIVIDE  CONV-T4     BY  5       GIVING  CONV-T4.
      *
           COMPUTE CONV-SERIAL =
               (  365  *  CONV-Y  )  +  CONV-T1  -  CONV-T2
               +  CONV-T3  +  CONV-T4  +  CONV-DD.
      *****************************************************************
      *    800-PRINT-REPORT prints the cost centres in map order, the
      *    unassigned line after them -- printed even at zero, so a
      *    clean month shows as clean -- and the total.
      *****************************************************************
       800-PRINT-REPORT        SECTION.
           MOVE    RPT-HEADING-1   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-HEADING-2   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-RATE-LINE   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-COLUMNS     TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           PERFORM VARYING CC-SUB  FROM    2   BY  1
                   UNTIL   (  CC-SUB  >  CC-COUNT  )
               PERFORM 810-PRINT-CENTRE
           END-PERFORM.
           MOVE    1               TO  CC-SUB.
           PERFORM 810-PRINT-CENTRE.
      *
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    SPACES          TO  RPT-DETAIL.
           MOVE    'TOTAL'         TO  RPT-CENTRE.
           MOVE    TOT-SESSIONS    TO  RPT-SESSIONS.
           MOVE    TOT-UOWS        TO  RPT-UOWS.
           MOVE    TOT-READS       TO  RPT-READS.
           MOVE    TOT-UPDATES     TO  RPT-UPDATES.
           MOVE    TOT-TXNS        TO  RPT-TXNS.
           MOVE    TOT-BLOCKS      TO  RPT-BLOCKS.
           MOVE    TOT-AMOUNT      TO  RPT-AMOUNT.
           MOVE    RPT-DETAIL      TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
       810-PRINT-CENTRE        SECTION.
           MOVE    SPACES                  TO  RPT-DETAIL.
           MOVE    CC-CENTRE(CC-SUB)       TO  RPT-CENTRE.
           MOVE    CC-DESC(CC-SUB)         TO  RPT-DESC.
           MOVE    CC-SESSIONS(CC-SUB)     TO  RPT-SESSIONS.
           MOVE    CC-UOWS(CC-SUB)         TO  RPT-UOWS.
           MOVE    CC-READS(CC-SUB)        TO  RPT-READS.
           MOVE    CC-UPDATES(CC-SUB)      TO  RPT-UPDATES.
           MOVE    CC-TXNS(CC-SUB)         TO  RPT-TXNS.
           MOVE    CC-BLOCKS(CC-SUB)       TO  RPT-BLOCKS.
           MOVE    CC-AMOUNT(CC-SUB)       TO  RPT-AMOUNT.
           MOVE    RPT-DETAIL              TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
       940-SPOOL-OPEN           SECTION.
           MOVE    'OPEN'      TO  SPOOL-FUNC.
           MOVE    'CHGBACK'   TO  SPOOL-PROGRAM.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *****************************************************************
       945-SPOOL-CLOSE          SECTION.
           MOVE    'CLOSE'     TO  SPOOL-FUNC.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *
           DISPLAY '*** CHGBACK REPORT SPOOLED TO [' SPOOL-MEMBER
               ']'
               UPON    CONSOLE.
      *****************************************************************
       950-SPOOL-LINE           SECTION.
           MOVE    'WRITE'     TO  SPOOL-FUNC.
           MOVE    REPORT-LINE TO  SPOOL-LINE.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
