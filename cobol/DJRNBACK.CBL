       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DJRNBACK.
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
      * Journal backout.  When a clerk or a BATCHDRV step commits a
      * run of wrong updates, this job takes them back out again from
      * data.journal instead of a full DBREPLAY from backup or
      * re-keying by hand.  The operator keys a userid and/or a
      * terminal (at least one) and a from/to date and time window;
      * every journal entry inside the selection is reversed through
      * MCPSUB, NEWEST FIRST, so a record changed several times walks
      * back through its own history in the right order:
      *
      *     an insert  (before image spaces)  is deleted again
      *     a delete   (after image spaces)   has its before image
      *                                       re-inserted
      *     an update                         has its before image
      *                                       put back
      *
      * Before each reversal the record is fetched by DJRN-PATH-ID
      * (DBNEXT, the same round trip MCPSUB uses for its own
      * before-image) and compared with DJRN-AFTER.  If it no longer
      * matches, somebody has changed the record since, and reversing
      * blind would destroy their work -- the entry is skipped and
      * flagged on the report for the desk to settle by hand.
      *
      * A selection that touches a path-id inside a protect.range
      * range is refused before anything is driven: MCPSUB would park
      * such a reversal on pending.change instead of driving it, out
      * of reach of the run's rollback.
      *
      * The whole backout is ONE unit of work: any reversal the engine
      * refuses, or any bridge failure, rolls every reversal of the
      * run back, so a backout either happens completely or not at
      * all.  The reversals themselves go through MCPSUB like any
      * other update, so data.journal records them in turn.  The run
      * posts a run.ledger record: in-count is the entries selected,
      * out-count the entries reversed, the hash over the images
      * driven.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  DJRN-FILE
               ASSIGN  USING   DSN-DATA-JOURNAL
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  DJRN-FILE-STATUS.
           SELECT  RUN-FILE
               ASSIGN  USING   DSN-RUN-LEDGER
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  RUN-FILE-STATUS.
           SELECT  PROT-FILE
               ASSIGN  USING   DSN-PROTECT-RANGE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  PROT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  DJRN-FILE.
           COPY    DJRNREC.
       FD  RUN-FILE.
           COPY    RUNREC.
       FD  PROT-FILE.
           COPY    PROTREC.
       WORKING-STORAGE         SECTION.
      *
      *    The report goes through the shared spool (SPOOLSUB), one
      *    catalogued member per run.
      *
       01  REPORT-LINE         PIC X(132).
       01  FLG.
           02  FLG-DJRN-EOF        PIC 9       VALUE ZERO.
           02  FLG-BACK-ERROR      PIC 9       VALUE ZERO.
           02  FLG-TABLE-FULL      PIC 9       VALUE ZERO.
           02  FLG-DBOPEN-OK       PIC 9       VALUE ZERO.
           02  FLG-PROT-EOF        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  DJRN-FILE-STATUS    PIC X(02).
           02  RUN-FILE-STATUS     PIC X(02).
           02  PROT-FILE-STATUS    PIC X(02).
       01  WORK.
           02  REVERSE-COUNT       PIC S9(9)   BINARY  VALUE ZERO.
           02  SKIP-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  SEL-USERID          PIC X(08)   VALUE SPACES.
           02  SEL-PNAME           PIC X(08)   VALUE SPACES.
           02  WRK-FROM-DATE-IN    PIC X(08).
           02  WRK-FROM-TIME-IN    PIC X(08).
           02  WRK-TO-DATE-IN      PIC X(08).
           02  WRK-TO-TIME-IN      PIC X(08).
      *
      *    The window is compared as one 16-digit date-and-time
      *    stamp, so a window that crosses midnight needs no special
      *    handling.
      *
           02  SEL-FROM-STAMP.
               03  SEL-FROM-DATE       PIC 9(08)   VALUE ZERO.
               03  SEL-FROM-TIME       PIC 9(08)   VALUE ZERO.
           02  SEL-TO-STAMP.
               03  SEL-TO-DATE         PIC 9(08)   VALUE 99999999.
               03  SEL-TO-TIME         PIC 9(08)   VALUE 99999999.
           02  WRK-DJRN-STAMP.
               03  WRK-DJRN-DATE       PIC 9(08).
               03  WRK-DJRN-TIME       PIC 9(08).
           02  CURRENT-IMAGE       PIC X(1024).
           02  DRIVE-IMAGE         PIC X(1024).
           02  REVERSE-FUNC        PIC X(10).
      *
      *    The run-control hash -- see the RUNREC copybook for the
      *    definition every writer shares.
      *
       01  HASH.
           02  H                   PIC S9(9)   BINARY.
           02  HASH-ACC            PIC S9(18)  BINARY  VALUE ZERO.
           02  HASH-QUOT           PIC S9(18)  BINARY.
           02  WRK-HASH-REC        PIC X(16).
           02  HASH-DIGIT-X        PIC X(01).
           02  HASH-DIGIT-N        REDEFINES   HASH-DIGIT-X
                                   PIC 9(01).
      *
      *    The selected journal entries, in journal (commit) order --
      *    reversed from the bottom of the table up.  A selection
      *    bigger than the table is refused outright before anything
      *    is touched: half a backout is worse than none.  The whole
      *    backout is one unit of work, and MCPSUB holds no more than
      *    200 journal entries and 200 locks for a unit of work --
      *    the table is sized to match, so no reversal is ever
      *    committed without its data.journal record and its lock.
      *
       01  BACK-TABLE.
           02  BACK-MAX-ENTRIES    PIC S9(9)   BINARY  VALUE 200.
           02  BACK-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  BACK-SUB            PIC S9(9)   BINARY  VALUE ZERO.
           02  BACK-ENTRY          OCCURS  200 TIMES.
               03  BACK-DATE           PIC 9(08).
               03  BACK-TIME           PIC 9(08).
               03  BACK-PNAME          PIC X(08).
               03  BACK-USERID         PIC X(08).
               03  BACK-FUNC           PIC X(10).
               03  BACK-PATH-ID        PIC S9(9)   BINARY.
               03  BACK-BEFORE         PIC X(1024).
               03  BACK-AFTER          PIC X(1024).
      *
      *    The protected path-id ranges, read from protect.range by
      *    260-LOAD-PROTECT under the same rules MCPSUB reads them.
      *    PRT-HITS counts the selected entries that fall inside one.
      *
       01  PRT.
           02  PRT-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 64.
           02  PRT-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  PRT-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  PRT-HIT             PIC 9       VALUE ZERO.
           02  PRT-HITS            PIC S9(9)   BINARY  VALUE ZERO.
           02  PRT-BAD             PIC 9       VALUE ZERO.
           02  PRT-NUMBER          PIC 9(09).
           02  PRT-NUMBER-X        REDEFINES   PRT-NUMBER
                                   PIC X(09).
           02  PRT-SHIFT           PIC X(09).
           02  PRT-ENTRY           OCCURS  64  TIMES.
               03  PRT-LOW             PIC S9(9)   BINARY.
               03  PRT-HIGH            PIC S9(9)   BINARY.
       01  RPT-HEADING-1.
           02  FILLER          PIC X(40)   VALUE
               'PANDA -- DATA-JOURNAL BACKOUT'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-HEADING-2.
           02  FILLER          PIC X(10)   VALUE 'USERID  ['.
           02  RPT-SEL-USERID  PIC X(08).
           02  FILLER          PIC X(14)   VALUE ']  TERMINAL  ['.
           02  RPT-SEL-PNAME   PIC X(08).
           02  FILLER          PIC X(12)   VALUE ']  WINDOW  ['.
           02  RPT-SEL-FROM    PIC X(16).
           02  FILLER          PIC X(04)   VALUE '] - '.
           02  FILLER          PIC X(01)   VALUE '['.
           02  RPT-SEL-TO      PIC X(16).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-HEADING-3.
           02  FILLER          PIC X(10)   VALUE 'DATE'.
           02  FILLER          PIC X(10)   VALUE 'TIME'.
           02  FILLER          PIC X(10)   VALUE 'USERID'.
           02  FILLER          PIC X(10)   VALUE 'TERMINAL'.
           02  FILLER          PIC X(12)   VALUE 'FUNCTION'.
           02  FILLER          PIC X(11)   VALUE 'PATH-ID'.
           02  FILLER          PIC X(12)   VALUE 'REVERSAL'.
           02  FILLER          PIC X(06)   VALUE 'RC'.
           02  FILLER          PIC X(26)   VALUE 'STATUS'.
       01  RPT-DETAIL.
           02  RPT-DATE        PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-TIME        PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-USERID      PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-PNAME       PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-FUNC        PIC X(10).
           02  FILLER          PIC X(02).
           02  RPT-PATH-ID     PIC ZZZZZZZZ9.
           02  FILLER          PIC X(02).
           02  RPT-REVERSE     PIC X(10).
           02  FILLER          PIC X(02).
           02  RPT-RC          PIC ZZZ9.
           02  FILLER          PIC X(02).
           02  RPT-STATUS      PIC X(30).
       01  RPT-IMAGE-LINE.
           02  RPT-IMAGE-TAG   PIC X(10).
           02  RPT-IMAGE       PIC X(100).
       01  RPT-TOTAL-LINE.
           02  RPT-TOTAL-TAG   PIC X(30).
           02  RPT-TOTAL       PIC ZZZZZZZZ9.
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-DATA-JOURNAL    PIC X(40).
           02  DSN-RUN-LEDGER      PIC X(40).
           02  DSN-PROTECT-RANGE   PIC X(40).
           COPY    REGAREA.
       COPY    SPOOLAREA.
       COPY    DB-META.
       COPY    MCPAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 100-GET-SELECTION.
      *
           IF      (  SEL-USERID  =  SPACES  )
               AND (  SEL-PNAME   =  SPACES  )
               DISPLAY '*** A USERID OR A TERMINAL MUST BE GIVEN,'
                   ' NOTHING BACKED OUT'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-BACK-ERROR
           ELSE
               PERFORM 200-SELECT-JOURNAL
               IF      (  FLG-BACK-ERROR  =  ZERO  )
                   PERFORM 250-CHECK-PROTECT
               END-IF
           END-IF.
      *
           IF      (  FLG-BACK-ERROR  =  ZERO  )
               AND (  BACK-COUNT      =  ZERO  )
               DISPLAY '*** NO JOURNAL ENTRIES IN THE SELECTION'
                   UPON    CONSOLE
           END-IF.
      *
           IF      (  FLG-BACK-ERROR  =  ZERO  )
               AND (  BACK-COUNT      >  ZERO  )
               PERFORM 300-SIGNON
               IF      (  FLG-DBOPEN-OK  =  1  )
                   IF      (  MCP-RC  =  ZERO  )
                       PERFORM 940-SPOOL-OPEN
                       PERFORM 400-PRINT-HEADINGS
                       PERFORM VARYING BACK-SUB
                               FROM    BACK-COUNT  BY  -1
                               UNTIL   (  BACK-SUB  <  1  )
                                   OR  (  FLG-BACK-ERROR  >  ZERO  )
                           PERFORM 500-BACKOUT-ENTRY
                       END-PERFORM
                       PERFORM 900-SIGNOFF
                       PERFORM 800-PRINT-TOTALS
                       PERFORM 945-SPOOL-CLOSE
                   ELSE
                       DISPLAY '*** DJRNBACK DBSTART FAILED, RC = ['
                           MCP-RC '], CLOSING SESSION'
                           UPON    CONSOLE
                       MOVE    1           TO  FLG-BACK-ERROR
                       PERFORM 910-CLOSE-ONLY
                   END-IF
               END-IF
           END-IF.
      *
           IF      (  FLG-BACK-ERROR  >  ZERO  )
               DISPLAY '*** DJRNBACK DID NOT COMPLETE, NOTHING BACKED'
                   ' OUT'
                   UPON    CONSOLE
           END-IF.
      *
           DISPLAY '*** DJRNBACK ENTRIES SELECTED [' BACK-COUNT ']'
               UPON    CONSOLE.
           DISPLAY '*** DJRNBACK ENTRIES REVERSED [' REVERSE-COUNT ']'
               UPON    CONSOLE.
           DISPLAY '*** DJRNBACK ENTRIES SKIPPED  [' SKIP-COUNT ']'
               UPON    CONSOLE.
      *
           PERFORM 960-WRITE-RUN-LEDGER.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       050-RESOLVE-REGION      SECTION.
           MOVE    'data.journal'  TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-DATA-JOURNAL.
      *
           MOVE    'run.ledger'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-RUN-LEDGER.
      *
           MOVE    'protect.range' TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-PROTECT-RANGE.
      *
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** DJRNBACK REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
       100-GET-SELECTION       SECTION.
           DISPLAY 'BACK OUT USERID: (BLANK = ANY)'
               UPON    CONSOLE.
           ACCEPT   SEL-USERID      FROM    CONSOLE.
           DISPLAY 'TERMINAL       : (BLANK = ANY)'
               UPON    CONSOLE.
           ACCEPT   SEL-PNAME       FROM    CONSOLE.
           DISPLAY 'FROM DATE      : (YYYYMMDD, BLANK = START)'
               UPON    CONSOLE.
           ACCEPT   WRK-FROM-DATE-IN    FROM    CONSOLE.
           DISPLAY 'FROM TIME      : (HHMMSSCC, BLANK = 00000000)'
               UPON    CONSOLE.
           ACCEPT   WRK-FROM-TIME-IN    FROM    CONSOLE.
           DISPLAY 'TO DATE        : (YYYYMMDD, BLANK = END)'
               UPON    CONSOLE.
           ACCEPT   WRK-TO-DATE-IN      FROM    CONSOLE.
           DISPLAY 'TO TIME        : (HHMMSSCC, BLANK = 99999999)'
               UPON    CONSOLE.
           ACCEPT   WRK-TO-TIME-IN      FROM    CONSOLE.
      *
      *    A time keyed short ("0930") means 09:30 -- unlike a count,
      *    it is padded on the RIGHT with zeros, so the digits the
      *    operator typed stay the high-order ones.
      *
           INSPECT WRK-FROM-TIME-IN
               REPLACING   ALL     SPACE   BY  ZERO.
           IF      (  WRK-TO-TIME-IN  NOT =  SPACES  )
               INSPECT WRK-TO-TIME-IN
                   REPLACING   ALL     SPACE   BY  ZERO
           END-IF.
      *
           IF      (  WRK-FROM-DATE-IN  NUMERIC  )
               MOVE    WRK-FROM-DATE-IN    TO  SEL-FROM-DATE
           END-IF.
           IF      (  WRK-FROM-TIME-IN  NUMERIC  )
               MOVE    WRK-FROM-TIME-IN    TO  SEL-FROM-TIME
           END-IF.
           IF      (  WRK-TO-DATE-IN    NUMERIC  )
               MOVE    WRK-TO-DATE-IN      TO  SEL-TO-DATE
           END-IF.
           IF      (  WRK-TO-TIME-IN    NUMERIC  )
               MOVE    WRK-TO-TIME-IN      TO  SEL-TO-TIME
           END-IF.
      *
           MOVE    SEL-USERID      TO  RPT-SEL-USERID.
           MOVE    SEL-PNAME       TO  RPT-SEL-PNAME.
           MOVE    SEL-FROM-STAMP  TO  RPT-SEL-FROM.
           MOVE    SEL-TO-STAMP    TO  RPT-SEL-TO.
      *****************************************************************
      *    200-SELECT-JOURNAL reads the whole journal once and keeps
      *    the entries inside the selection, in commit order.  Only
      *    after the whole selection is known -- and known to fit --
      *    is anything signed on or reversed.
      *****************************************************************
       200-SELECT-JOURNAL      SECTION.
           OPEN    INPUT   DJRN-FILE.
           IF      (  DJRN-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO DATA JOURNAL TO BACK OUT, STATUS ['
                   DJRN-FILE-STATUS ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-BACK-ERROR
           ELSE
               PERFORM 210-SELECT-NEXT
                   UNTIL   (  FLG-DJRN-EOF    >  ZERO  )
                       OR  (  FLG-TABLE-FULL  >  ZERO  )
               CLOSE   DJRN-FILE
      *
               IF      (  FLG-TABLE-FULL  >  ZERO  )
                   DISPLAY '*** SELECTION EXCEEDS [' BACK-MAX-ENTRIES
                       '] ENTRIES, NARROW THE WINDOW -- NOTHING'
                       ' BACKED OUT'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-BACK-ERROR
               END-IF
           END-IF.
      *****************************************************************
       210-SELECT-NEXT         SECTION.
           READ    DJRN-FILE
             AT  END
               MOVE    1           TO  FLG-DJRN-EOF
             NOT AT END
               MOVE    DJRN-DATE       TO  WRK-DJRN-DATE
               MOVE    DJRN-TIME       TO  WRK-DJRN-TIME
               IF      (  WRK-DJRN-STAMP  NOT <  SEL-FROM-STAMP  )
                   AND (  WRK-DJRN-STAMP  NOT >  SEL-TO-STAMP    )
                   AND (     (  SEL-USERID  =  SPACES       )
                         OR  (  DJRN-USERID  =  SEL-USERID  )  )
                   AND (     (  SEL-PNAME   =  SPACES       )
                         OR  (  DJRN-PNAME   =  SEL-PNAME   )  )
                   PERFORM 220-KEEP-ENTRY
               END-IF
           END-READ.
      *****************************************************************
       220-KEEP-ENTRY          SECTION.
           IF      (  BACK-COUNT  <  BACK-MAX-ENTRIES  )
               ADD     1               TO  BACK-COUNT
               MOVE    DJRN-DATE       TO  BACK-DATE(BACK-COUNT)
               MOVE    DJRN-TIME       TO  BACK-TIME(BACK-COUNT)
               MOVE    DJRN-PNAME      TO  BACK-PNAME(BACK-COUNT)
               MOVE    DJRN-USERID     TO  BACK-USERID(BACK-COUNT)
               MOVE    DJRN-FUNC       TO  BACK-FUNC(BACK-COUNT)
               MOVE    DJRN-PATH-ID    TO  BACK-PATH-ID(BACK-COUNT)
               MOVE    DJRN-BEFORE     TO  BACK-BEFORE(BACK-COUNT)
               MOVE    DJRN-AFTER      TO  BACK-AFTER(BACK-COUNT)
           ELSE
               MOVE    1               TO  FLG-TABLE-FULL
           END-IF.
      *****************************************************************
      *    250-CHECK-PROTECT holds every selected entry against
      *    protect.range before anything is signed on or driven.
      *    MCPSUB would not drive a reversal there -- it would park
      *    it on pending.change (RC 82), outside the unit of work, so
      *    a rollback could not take it back and a supervisor could
      *    later approve one piece of a backout that never happened.
      *    A selection that touches a protected path-id is therefore
      *    refused whole; changes inside a protected range are
      *    backed out by hand, through the maker-checker route.
      *****************************************************************
       250-CHECK-PROTECT       SECTION.
           PERFORM 260-LOAD-PROTECT.
      *
           MOVE    ZERO        TO  PRT-HITS.
           PERFORM 270-CHECK-ENTRY
               VARYING BACK-SUB    FROM    1   BY  1
               UNTIL   (  BACK-SUB  >  BACK-COUNT  ).
      *
           IF      (  PRT-HITS  >  ZERO  )
               DISPLAY '*** DJRNBACK [' PRT-HITS '] SELECTED ENTRIES'
                   ' ARE ON PROTECTED PATH-IDS -- NOTHING BACKED OUT'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-BACK-ERROR
           END-IF.
      *****************************************************************
      *    260-LOAD-PROTECT reads protect.range into PRT the way
      *    MCPSUB's 310-LOAD-PROTECT does: a region with no file
      *    protects nothing, a line that makes no sense is named on
      *    the console and skipped.
      *****************************************************************
       260-LOAD-PROTECT        SECTION.
           MOVE    ZERO        TO  PRT-COUNT.
           MOVE    ZERO        TO  FLG-PROT-EOF.
           OPEN    INPUT       PROT-FILE.
           IF      (  PROT-FILE-STATUS  =  '00'  )
               PERFORM 262-LOAD-PROTECT-LINE
                   UNTIL   (  FLG-PROT-EOF  >  ZERO  )
               CLOSE   PROT-FILE
           END-IF.
      *****************************************************************
       262-LOAD-PROTECT-LINE   SECTION.
           READ    PROT-FILE
             AT  END
               MOVE    1           TO  FLG-PROT-EOF
             NOT AT END
               EVALUATE    TRUE
                 WHEN    (  PROT-LOW(1:1)  =  '*'     )
                     OR  (  PROT-REC       =  SPACES  )
                   CONTINUE
                 WHEN    (  PRT-COUNT  NOT <  PRT-MAX-ENTRIES  )
                   DISPLAY '*** DJRNBACK PROTECT RANGE TABLE FULL,'
                       ' RANGE [' PROT-LOW '] IGNORED'
                       UPON    CONSOLE
                 WHEN      OTHER
                   PERFORM 264-STORE-PROTECT-LINE
               END-EVALUATE
           END-READ.
      *****************************************************************
      *    264-STORE-PROTECT-LINE keeps the range only if both ends
      *    were digits and it does not run backwards.  A blank high
      *    end protects the low path-id alone.
      *****************************************************************
       264-STORE-PROTECT-LINE  SECTION.
           MOVE    ZERO        TO  PRT-BAD.
           COMPUTE PRT-SUB     =   PRT-COUNT  +  1.
      *
           MOVE    PROT-LOW    TO  PRT-NUMBER-X.
           PERFORM 266-PROTECT-NUMBER.
           MOVE    PRT-NUMBER  TO  PRT-LOW(PRT-SUB).
      *
           IF      (  PROT-HIGH  =  SPACES  )
               MOVE    PRT-LOW(PRT-SUB)    TO  PRT-HIGH(PRT-SUB)
           ELSE
               MOVE    PROT-HIGH   TO  PRT-NUMBER-X
               PERFORM 266-PROTECT-NUMBER
               MOVE    PRT-NUMBER  TO  PRT-HIGH(PRT-SUB)
           END-IF.
      *
           IF      (  PRT-HIGH(PRT-SUB)  <  PRT-LOW(PRT-SUB)  )
               MOVE    1           TO  PRT-BAD
           END-IF.
      *
           IF      (  PRT-BAD  =  ZERO  )
               MOVE    PRT-SUB     TO  PRT-COUNT
           ELSE
               DISPLAY '*** DJRNBACK PROTECT RANGE NOT VALID, RANGE ['
                   PROT-LOW '] [' PROT-HIGH '] IGNORED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
      *    266-PROTECT-NUMBER right-justifies a path-id as it was
      *    keyed into its column and answers it in PRT-NUMBER,
      *    raising PRT-BAD if it is not digits.
      *****************************************************************
       266-PROTECT-NUMBER      SECTION.
           PERFORM 267-PROTECT-SHIFT   9   TIMES.
           INSPECT PRT-NUMBER-X    REPLACING   LEADING SPACE BY ZERO.
      *
           IF      (  PRT-NUMBER-X  NOT NUMERIC  )
               MOVE    1           TO  PRT-BAD
               MOVE    ZERO        TO  PRT-NUMBER
           END-IF.
      *****************************************************************
       267-PROTECT-SHIFT       SECTION.
           IF      (  PRT-NUMBER-X(9:1)  =  SPACE  )
               MOVE    PRT-NUMBER-X        TO  PRT-SHIFT
               MOVE    SPACES              TO  PRT-NUMBER-X
               MOVE    PRT-SHIFT(1:8)      TO  PRT-NUMBER-X(2:8)
           END-IF.
      *****************************************************************
      *    270-CHECK-ENTRY names a selected entry whose path-id falls
      *    inside any protected range.
      *****************************************************************
       270-CHECK-ENTRY         SECTION.
           MOVE    ZERO        TO  PRT-HIT.
           PERFORM 272-CHECK-RANGE
               VARYING PRT-SUB     FROM    1   BY  1
               UNTIL   (  PRT-SUB  >  PRT-COUNT  )
                   OR  (  PRT-HIT  >  ZERO       ).
      *
           IF      (  PRT-HIT  >  ZERO  )
               ADD     1           TO  PRT-HITS
               DISPLAY '*** DJRNBACK PATH-ID ['
                   BACK-PATH-ID(BACK-SUB) '] IS PROTECTED, ENTRY ['
                   BACK-DATE(BACK-SUB) '] [' BACK-TIME(BACK-SUB) ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       272-CHECK-RANGE         SECTION.
           IF      (  BACK-PATH-ID(BACK-SUB)  NOT <  PRT-LOW(PRT-SUB)  )
               AND (  BACK-PATH-ID(BACK-SUB)  NOT >  PRT-HIGH(PRT-SUB) )
               MOVE    1           TO  PRT-HIT
           END-IF.
      *****************************************************************
       300-SIGNON              SECTION.
           DISPLAY 'USERID         : '
               UPON    CONSOLE.
           ACCEPT   MCP-USERID      FROM    CONSOLE.
           DISPLAY 'PASSWORD       : '
               UPON    CONSOLE.
           ACCEPT   MCP-PASSWORD    NO-ECHO.
      *
           MOVE    'DJRNBACK'  TO  MCP-PNAME.
      *
           MOVE    'AUTH'      TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-RC  NOT =  ZERO  )
               DISPLAY '*** DJRNBACK AUTH FAILED, RC = [' MCP-RC ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-BACK-ERROR
           ELSE
               MOVE    'DBOPEN'    TO  MCP-FUNC
               CALL    'MCPSUB'    USING
                    MCPAREA
                    METADB
               IF      (  MCP-RC  NOT =  ZERO  )
                   DISPLAY '*** DJRNBACK DBOPEN FAILED, RC = ['
                       MCP-RC ']'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-BACK-ERROR
               ELSE
                   MOVE    1           TO  FLG-DBOPEN-OK
                   MOVE    'DBSTART'   TO  MCP-FUNC
                   CALL    'MCPSUB'    USING
                        MCPAREA
                        METADB
               END-IF
           END-IF.
      *****************************************************************
       400-PRINT-HEADINGS      SECTION.
           MOVE    RPT-HEADING-1   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-HEADING-2   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-HEADING-3   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
      *    500-BACKOUT-ENTRY reverses one journal entry, if the record
      *    still says what the entry left it saying.  The kind of
      *    change is read from the images themselves, the same way
      *    MCPSUB wrote them: no before image is an insert, no after
      *    image is a delete, both is an update.
      *****************************************************************
       500-BACKOUT-ENTRY       SECTION.
           EVALUATE    TRUE
             WHEN    (  BACK-BEFORE(BACK-SUB)  =  SPACES  )
               MOVE    'DBDELETE'  TO  REVERSE-FUNC
               MOVE    BACK-AFTER(BACK-SUB)    TO  DRIVE-IMAGE
             WHEN    (  BACK-AFTER(BACK-SUB)   =  SPACES  )
               MOVE    'DBINSERT'  TO  REVERSE-FUNC
               MOVE    BACK-BEFORE(BACK-SUB)   TO  DRIVE-IMAGE
             WHEN      OTHER
               MOVE    'DBUPDATE'  TO  REVERSE-FUNC
               MOVE    BACK-BEFORE(BACK-SUB)   TO  DRIVE-IMAGE
           END-EVALUATE.
      *
           MOVE    BACK-DATE(BACK-SUB)     TO  RPT-DATE.
           MOVE    BACK-TIME(BACK-SUB)     TO  RPT-TIME.
           MOVE    BACK-USERID(BACK-SUB)   TO  RPT-USERID.
           MOVE    BACK-PNAME(BACK-SUB)    TO  RPT-PNAME.
           MOVE    BACK-FUNC(BACK-SUB)     TO  RPT-FUNC.
           MOVE    BACK-PATH-ID(BACK-SUB)  TO  RPT-PATH-ID.
           MOVE    REVERSE-FUNC            TO  RPT-REVERSE.
      *
           PERFORM 510-FETCH-CURRENT.
      *
           IF      (  FLG-BACK-ERROR  =  ZERO  )
               IF      (  CURRENT-IMAGE  NOT =  BACK-AFTER(BACK-SUB)  )
                   MOVE    ZERO        TO  RPT-RC
                   MOVE    '*** CHANGED SINCE, SKIPPED ***'
                                       TO  RPT-STATUS
                   ADD     1           TO  SKIP-COUNT
                   MOVE    RPT-DETAIL  TO  REPORT-LINE
                   PERFORM 950-SPOOL-LINE
                   MOVE    '  NOW   : '            TO  RPT-IMAGE-TAG
                   MOVE    CURRENT-IMAGE(1:100)    TO  RPT-IMAGE
                   MOVE    RPT-IMAGE-LINE          TO  REPORT-LINE
                   PERFORM 950-SPOOL-LINE
                   MOVE    '  AFTER : '            TO  RPT-IMAGE-TAG
                   MOVE    BACK-AFTER(BACK-SUB)(1:100)
                                                   TO  RPT-IMAGE
                   MOVE    RPT-IMAGE-LINE          TO  REPORT-LINE
                   PERFORM 950-SPOOL-LINE
               ELSE
                   PERFORM 520-DRIVE-REVERSAL
               END-IF
           END-IF.
      *****************************************************************
      *    510-FETCH-CURRENT reads the record as it stands now.  A
      *    read the engine answers with its own not-found RC is a
      *    record that is not there -- an image of spaces, which is
      *    exactly what the after image of a delete says.  Any RC
      *    MCPSUB raises itself (80-99, see the RC table there) stops
      *    the run: after a governor rollback (81) there is no unit
      *    of work left, and a reversal driven past it would commit
      *    on its own.
      *****************************************************************
       510-FETCH-CURRENT       SECTION.
           MOVE    'DBNEXT'                TO  MCP-FUNC.
           MOVE    1                       TO  MCP-PATH-BLOCKS.
           MOVE    BACK-PATH-ID(BACK-SUB)  TO  MCP-PATH-ID.
           MOVE    1024                    TO  MCP-PATH-LENGTH.
           MOVE    SPACES                  TO  DBDATA(1:1024).
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           EVALUATE    TRUE
             WHEN    (  MCP-RC  =  ZERO  )
               MOVE    DBDATA(1:1024)  TO  CURRENT-IMAGE
             WHEN    (  MCP-RC  NOT <  80  )
                 AND (  MCP-RC  NOT >  99  )
               MOVE    MCP-RC          TO  RPT-RC
               IF      (  MCP-RC  =  81  )
                   MOVE    '*** GOVERNOR ROLLBACK ***' TO  RPT-STATUS
               ELSE
                   MOVE    '*** BRIDGE ABEND ***'      TO  RPT-STATUS
               END-IF
               MOVE    RPT-DETAIL      TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
               DISPLAY '*** DJRNBACK FETCH FAILED, RC = [' MCP-RC
                   '] [' MCP-STATUS '], NO FURTHER REVERSALS'
                   UPON    CONSOLE
               MOVE    1               TO  FLG-BACK-ERROR
             WHEN      OTHER
               MOVE    SPACES          TO  CURRENT-IMAGE
           END-EVALUATE.
      *****************************************************************
       520-DRIVE-REVERSAL      SECTION.
           MOVE    REVERSE-FUNC            TO  MCP-FUNC.
           MOVE    1                       TO  MCP-PATH-BLOCKS.
           MOVE    BACK-PATH-ID(BACK-SUB)  TO  MCP-PATH-ID.
           MOVE    1024                    TO  MCP-PATH-LENGTH.
           MOVE    DRIVE-IMAGE             TO  DBDATA(1:1024).
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           MOVE    MCP-RC      TO  RPT-RC.
           IF      (  MCP-RC  =  ZERO  )
               MOVE    'REVERSED'  TO  RPT-STATUS
               ADD     1           TO  REVERSE-COUNT
               MOVE    DRIVE-IMAGE(1:16)   TO  WRK-HASH-REC
               PERFORM 480-HASH-RECORD
           ELSE
      *
      *    The engine (or the bridge) refused a reversal -- the
      *    backout can no longer be whole, so it is not done at all:
      *    900-SIGNOFF rolls every reversal of this run back.  The
      *    selection was held against protect.range before anything
      *    was driven (250-CHECK-PROTECT), so an 82 here means the
      *    ranges were changed under the run.  The parked reversal
      *    is outside the unit of work; its key is named on the
      *    console for a supervisor to reject through PENDMAINT.
      *
               IF      (  MCP-RC  =  82  )
                   MOVE    '*** PROTECTED, PARKED ***' TO  RPT-STATUS
                   DISPLAY '*** DJRNBACK REVERSAL PARKED AS ['
                       APPROVE-DATE '] [' APPROVE-TIME '] ['
                       APPROVE-PNAME '] -- REJECT IT THROUGH PENDMAINT'
                       UPON    CONSOLE
               ELSE
                   MOVE    '*** REVERSAL REFUSED ***'  TO  RPT-STATUS
               END-IF
               MOVE    1           TO  FLG-BACK-ERROR
           END-IF.
      *
           MOVE    RPT-DETAIL  TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
       480-HASH-RECORD          SECTION.
           PERFORM VARYING H   FROM    1   BY  1
                   UNTIL   (  H    >  16  )
               IF      (  WRK-HASH-REC(H : 1)  NUMERIC  )
                   MOVE    WRK-HASH-REC(H : 1) TO  HASH-DIGIT-X
                   COMPUTE HASH-ACC  =
                       HASH-ACC  +  (  HASH-DIGIT-N  *  H  )
               END-IF
           END-PERFORM.
      *****************************************************************
       800-PRINT-TOTALS        SECTION.
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'ENTRIES SELECTED'      TO  RPT-TOTAL-TAG.
           MOVE    BACK-COUNT              TO  RPT-TOTAL.
           MOVE    RPT-TOTAL-LINE          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'ENTRIES REVERSED'      TO  RPT-TOTAL-TAG.
           MOVE    REVERSE-COUNT           TO  RPT-TOTAL.
           MOVE    RPT-TOTAL-LINE          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'ENTRIES SKIPPED (CHANGED)' TO  RPT-TOTAL-TAG.
           MOVE    SKIP-COUNT              TO  RPT-TOTAL.
           MOVE    RPT-TOTAL-LINE          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           IF      (  FLG-BACK-ERROR  >  ZERO  )
               MOVE    '*** BACKOUT ROLLED BACK -- NOTHING REVERSED'
                                           TO  REPORT-LINE
           ELSE
               MOVE    '*** BACKOUT COMMITTED'
                                           TO  REPORT-LINE
           END-IF.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
      *    900-SIGNOFF closes the single unit of work: committed when
      *    every reversal went through (skips included -- a skip is
      *    a decision, not a failure), rolled back otherwise.  The
      *    reversed count is zeroed on a rollback, so the totals and
      *    the ledger say what is really in the database.
      *****************************************************************
       900-SIGNOFF              SECTION.
           IF      (  FLG-BACK-ERROR  >  ZERO  )
               MOVE    'DBROLLBACK' TO  MCP-FUNC
           ELSE
               MOVE    'DBCOMMIT'   TO  MCP-FUNC
           END-IF.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  FLG-BACK-ERROR  =  ZERO  )
               AND (  MCP-RC  NOT =  ZERO      )
               DISPLAY '*** DJRNBACK DBCOMMIT FAILED, RC = [' MCP-RC
                   ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-BACK-ERROR
               MOVE    'DBROLLBACK' TO  MCP-FUNC
               CALL    'MCPSUB'    USING
                    MCPAREA
                    METADB
           END-IF.
      *
           IF      (  FLG-BACK-ERROR  >  ZERO  )
               MOVE    ZERO        TO  REVERSE-COUNT
               MOVE    ZERO        TO  HASH-ACC
           END-IF.
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
           MOVE    'DJRNBACK'  TO  SPOOL-PROGRAM.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *****************************************************************
       945-SPOOL-CLOSE          SECTION.
           MOVE    'CLOSE'     TO  SPOOL-FUNC.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *
           DISPLAY '*** DJRNBACK REPORT SPOOLED TO [' SPOOL-MEMBER
               ']'
               UPON    CONSOLE.
      *****************************************************************
       950-SPOOL-LINE           SECTION.
           MOVE    'WRITE'     TO  SPOOL-FUNC.
           MOVE    REPORT-LINE TO  SPOOL-LINE.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *****************************************************************
      *    960-WRITE-RUN-LEDGER appends this run's control record:
      *    in-count the journal entries selected, out-count the
      *    entries reversed and committed, the hash over the images
      *    driven (kept modulo 10**12).
      *****************************************************************
       960-WRITE-RUN-LEDGER     SECTION.
           OPEN    EXTEND      RUN-FILE.
           IF      (  RUN-FILE-STATUS  NOT =  '00'  )
               CLOSE   RUN-FILE
               OPEN    OUTPUT  RUN-FILE
           END-IF.
      *
           ACCEPT   RUN-DATE        FROM    DATE    YYYYMMDD.
           ACCEPT   RUN-TIME        FROM    TIME.
           MOVE    'DJRNBACK'  TO  RUN-PROGRAM.
           MOVE    BACK-COUNT      TO  RUN-IN-COUNT.
           MOVE    REVERSE-COUNT   TO  RUN-OUT-COUNT.
           DIVIDE  HASH-ACC    BY  1000000000000
               GIVING      HASH-QUOT
               REMAINDER   RUN-HASH.
           IF      (  FLG-BACK-ERROR  =  ZERO  )
               MOVE    'C'         TO  RUN-DISP
           ELSE
               MOVE    'A'         TO  RUN-DISP
           END-IF.
      *
           WRITE   RUN-REC.
           CLOSE   RUN-FILE.
