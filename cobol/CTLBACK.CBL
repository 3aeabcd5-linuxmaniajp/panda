       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CTLBACK.
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
      * Backup of the region's control datasets as one consistent
      * set: auth.dat, window.def, code.table, spa.save, db.ckpt,
      * work.queue, run.ledger, the spool and archive catalogs
      * (spool.cat, log.archive.cat), business.date, pending.change,
      * protect.range, governor.profile, mask.registry, layout.catalog,
      * data.feed.hwm, cost.centre.map, charge.rates and
      * batch.calendar.  Refuses to run unless MCPSUB's
      * DRAINSTAT answers the bridge DRAINING with no session open --
      * set the drain from MCPOPER (D) and watch the count fall to
      * zero (W) first -- so nothing is changing any of them while
      * they are copied.
      *
      * Every dataset is copied into the backup generation named
      * after logical 'ctl.backup' and today's date, one sequential
      * copy per dataset (<prefix>.YYYYMMDD.<logical name>, each
      * record a fixed 2200-byte image padded with spaces), and a
      * manifest (<prefix>.YYYYMMDD.manifest, layout BKUPREC) of
      * record counts and hash totals is written beside them.  A
      * dataset that does not exist yet is listed in the manifest as
      * absent.  Only a complete set is entered in the ctl.backup.cat
      * catalog that CTLREST restores from; a same-day rerun
      * replaces that day's generation.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    The control datasets.  They are only ever read from front
      *    to back here, so they share one file status.
      *
           SELECT  AUTH-FILE
               ASSIGN  USING   DSN-AUTH-DAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     AUTH-USERID
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  WINDOW-FILE
               ASSIGN  USING   DSN-WINDOW-DEF
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     WINDOW-REG-KEY
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  CODE-FILE
               ASSIGN  USING   DSN-CODE-TABLE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     CODE-REG-KEY
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  SPA-FILE
               ASSIGN  USING   DSN-SPA-SAVE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     SPA-SAVE-TERM-ID
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  CKPT-FILE
               ASSIGN  USING   DSN-DB-CKPT
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     CKPT-PNAME
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  QUE-FILE
               ASSIGN  USING   DSN-WORK-QUEUE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     QUE-KEY
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  RUN-FILE
               ASSIGN  USING   DSN-RUN-LEDGER
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  SCAT-FILE
               ASSIGN  USING   DSN-SPOOL-CAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     SCAT-KEY
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  CAT-FILE
               ASSIGN  USING   DSN-ARCHIVE-CAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     CAT-DATE
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  BDT-FILE
               ASSIGN  USING   DSN-BUSINESS-DATE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  PEND-FILE
               ASSIGN  USING   DSN-PENDING-CHANGE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     PEND-KEY
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  PROT-FILE
               ASSIGN  USING   DSN-PROTECT-RANGE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  GOV-FILE
               ASSIGN  USING   DSN-GOVERNOR-PROFILE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  MREG-FILE
               ASSIGN  USING   DSN-MASK-REGISTRY
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  LAY-FILE
               ASSIGN  USING   DSN-LAYOUT-CATALOG
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  HWM-FILE
               ASSIGN  USING   DSN-FEED-HWM
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  MAP-FILE
               ASSIGN  USING   DSN-COST-CENTRE-MAP
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  RATE-FILE
               ASSIGN  USING   DSN-CHARGE-RATES
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  CAL-FILE
               ASSIGN  USING   DSN-CALENDAR
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SRC-FILE-STATUS.
      *
      *    The backup generation: one copy per dataset, the manifest,
      *    and the catalog of complete generations.
      *
           SELECT  BKP-FILE
               ASSIGN  USING   BKP-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  BKP-FILE-STATUS.
           SELECT  MAN-FILE
               ASSIGN  USING   MAN-NAME
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  MAN-FILE-STATUS.
           SELECT  BCAT-FILE
               ASSIGN  USING   DSN-BACKUP-CAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     BCAT-DATE
               FILE    STATUS  BCAT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  AUTH-FILE.
           COPY    AUTHREC.
       FD  WINDOW-FILE.
       01  WINDOW-REC.
           02  WINDOW-REG-KEY.
               03  WINDOW-KEY          PIC X(08).
               03  WINDOW-EFF-DATE     PIC 9(08).
           02  WINDOW-NAME         PIC X(08).
           02  WINDOW-PUTTYPE      PIC X(08).
       FD  CODE-FILE.
       01  CODE-REC.
           02  CODE-REG-KEY.
               03  CODE-TABLE-NAME     PIC X(08).
               03  CODE-VALUE          PIC X(08).
           02  CODE-DESC           PIC X(30).
           02  CODE-ACTIVE         PIC X(01).
       FD  SPA-FILE.
       01  SPA-SAVE-REC.
           02  SPA-SAVE-TERM-ID    PIC X(08).
           02  SPA-SAVE-IMAGE      PIC X(256).
       FD  CKPT-FILE.
       01  CKPT-REC.
           02  CKPT-PNAME          PIC X(08).
           02  CKPT-DATE           PIC 9(08).
           02  CKPT-TIME           PIC 9(08).
           02  CKPT-PATH-ID        PIC S9(9)   BINARY.
       FD  QUE-FILE.
           COPY    QUEREC.
       FD  RUN-FILE.
           COPY    RUNREC.
       FD  SCAT-FILE.
       01  SCAT-REC.
           02  SCAT-KEY.
               03  SCAT-PROGRAM        PIC X(08).
               03  SCAT-DATE           PIC 9(08).
               03  SCAT-TIME           PIC 9(08).
           02  SCAT-NAME           PIC X(40).
           02  SCAT-LINES          PIC 9(09).
       FD  CAT-FILE.
       01  CAT-REC.
           02  CAT-DATE            PIC 9(08).
           02  CAT-NAME            PIC X(40).
       FD  BDT-FILE.
           COPY    BDATEREC.
       FD  PEND-FILE.
           COPY    PENDREC.
       FD  PROT-FILE.
           COPY    PROTREC.
       FD  GOV-FILE.
           COPY    GOVREC.
       FD  MREG-FILE.
           COPY    MASKREC.
       FD  LAY-FILE.
           COPY    LAYREC.
       FD  HWM-FILE.
       01  HWM-REC.
           02  HWM-DATE            PIC 9(08).
           02  HWM-TIME            PIC 9(08).
           02  HWM-RUN-DATE        PIC 9(08).
           02  HWM-RUN-TIME        PIC 9(08).
           02  HWM-COUNT           PIC 9(09).
       FD  MAP-FILE.
           COPY    CCMAPREC.
       FD  RATE-FILE.
           COPY    RATEREC.
       FD  CAL-FILE.
       01  CAL-REC.
           02  CAL-DATE            PIC 9(08).
           02  FILLER              PIC X(01).
           02  CAL-STREAM          PIC X(08).
           02  FILLER              PIC X(63).
       FD  BKP-FILE.
       01  BKP-REC             PIC X(2200).
       FD  MAN-FILE.
           COPY    BKUPREC.
       FD  BCAT-FILE.
       01  BCAT-REC.
           02  BCAT-DATE           PIC 9(08).
           02  BCAT-NAME           PIC X(40).
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-REFUSED         PIC 9       VALUE ZERO.
           02  FLG-SRC-EOF         PIC 9       VALUE ZERO.
           02  FLG-BKP-ERROR       PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  SRC-FILE-STATUS     PIC X(02).
           02  BKP-FILE-STATUS     PIC X(02).
           02  MAN-FILE-STATUS     PIC X(02).
           02  BCAT-FILE-STATUS    PIC X(02).
       01  WORK.
           02  DS-SUB              PIC S9(9)   BINARY.
           02  DS-MAX              PIC S9(9)   BINARY  VALUE 19.
           02  DS-RECORDS          PIC S9(9)   BINARY.
           02  TOTAL-DATASETS      PIC S9(9)   BINARY  VALUE ZERO.
           02  TOTAL-RECORDS       PIC S9(9)   BINARY  VALUE ZERO.
           02  GEN-DATE            PIC 9(08).
           02  GEN-TIME            PIC 9(08).
           02  GEN-PREFIX          PIC X(40).
           02  BKP-NAME            PIC X(40).
           02  MAN-NAME            PIC X(40).
      *
      *    The datasets of a set, in the order they are copied and
      *    listed in the manifest.
      *
       01  DSLIST.
           02  FILLER              PIC X(16)   VALUE 'auth.dat'.
           02  FILLER              PIC X(16)   VALUE 'window.def'.
           02  FILLER              PIC X(16)   VALUE 'code.table'.
           02  FILLER              PIC X(16)   VALUE 'spa.save'.
           02  FILLER              PIC X(16)   VALUE 'db.ckpt'.
           02  FILLER              PIC X(16)   VALUE 'work.queue'.
           02  FILLER              PIC X(16)   VALUE 'run.ledger'.
           02  FILLER              PIC X(16)   VALUE 'spool.cat'.
           02  FILLER              PIC X(16)   VALUE 'log.archive.cat'.
           02  FILLER              PIC X(16)   VALUE 'business.date'.
           02  FILLER              PIC X(16)   VALUE 'pending.change'.
           02  FILLER              PIC X(16)   VALUE 'protect.range'.
           02  FILLER              PIC X(16)   VALUE 'governor.profile'.
           02  FILLER              PIC X(16)   VALUE 'mask.registry'.
           02  FILLER              PIC X(16)   VALUE 'layout.catalog'.
           02  FILLER              PIC X(16)   VALUE 'data.feed.hwm'.
           02  FILLER              PIC X(16)   VALUE 'cost.centre.map'.
           02  FILLER              PIC X(16)   VALUE 'charge.rates'.
           02  FILLER              PIC X(16)   VALUE 'batch.calendar'.
       01  DS-TABLE            REDEFINES   DSLIST.
           02  DS-LOGICAL          PIC X(16)   OCCURS  19 TIMES.
      *
      *    The backup hash -- see the BKUPREC copybook.  BYTE-VALUE
      *    is the byte in BYTE-LOW read as a number.
      *
       01  HASH.
           02  H                   PIC S9(9)   BINARY.
           02  HASH-ACC            PIC S9(18)  BINARY  VALUE ZERO.
           02  HASH-QUOT           PIC S9(18)  BINARY.
       01  BYTE-WORK.
           02  BYTE-HIGH           PIC X(01)   VALUE LOW-VALUE.
           02  BYTE-LOW            PIC X(01).
       01  BYTE-VALUE          REDEFINES   BYTE-WORK
                               PIC 9(04)   BINARY.
      *
      *    The region's physical dataset names, answered by REGSUB,
      *    and the prefix the generations are created under (logical
      *    'ctl.backup', defaulting to itself).
      *
       01  DSN.
           02  DSN-AUTH-DAT        PIC X(40).
           02  DSN-WINDOW-DEF      PIC X(40).
           02  DSN-CODE-TABLE      PIC X(40).
           02  DSN-SPA-SAVE        PIC X(40).
           02  DSN-DB-CKPT         PIC X(40).
           02  DSN-WORK-QUEUE      PIC X(40).
           02  DSN-RUN-LEDGER      PIC X(40).
           02  DSN-SPOOL-CAT       PIC X(40).
           02  DSN-ARCHIVE-CAT     PIC X(40).
           02  DSN-BUSINESS-DATE   PIC X(40).
           02  DSN-PENDING-CHANGE  PIC X(40).
           02  DSN-PROTECT-RANGE   PIC X(40).
           02  DSN-GOVERNOR-PROFILE PIC X(40).
           02  DSN-MASK-REGISTRY   PIC X(40).
           02  DSN-LAYOUT-CATALOG  PIC X(40).
           02  DSN-FEED-HWM        PIC X(40).
           02  DSN-COST-CENTRE-MAP PIC X(40).
           02  DSN-CHARGE-RATES    PIC X(40).
           02  DSN-CALENDAR        PIC X(40).
           02  DSN-BACKUP-PREFIX   PIC X(40).
           02  DSN-BACKUP-CAT      PIC X(40).
           COPY    REGAREA.
       COPY    DB-META.
       COPY    MCPAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 100-CHECK-DRAIN.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM 150-OPEN-GENERATION
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM VARYING DS-SUB  FROM    1   BY  1
                       UNTIL   (  DS-SUB  >  DS-MAX  )
                   PERFORM 200-BACKUP-ONE
               END-PERFORM
               PERFORM 300-CLOSE-GENERATION
      *
               IF      (  FLG-BKP-ERROR  =  ZERO  )
                   PERFORM 350-CATALOG-GENERATION
               ELSE
                   DISPLAY '*** CTLBACK BACKUP INCOMPLETE -- ['
                       GEN-PREFIX '] NOT CATALOGUED'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       050-RESOLVE-REGION      SECTION.
           MOVE    'auth.dat'      TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-AUTH-DAT.
      *
           MOVE    'window.def'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-WINDOW-DEF.
      *
           MOVE    'code.table'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-CODE-TABLE.
      *
           MOVE    'spa.save'      TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-SPA-SAVE.
      *
           MOVE    'db.ckpt'       TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-DB-CKPT.
      *
           MOVE    'work.queue'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-WORK-QUEUE.
      *
           MOVE    'run.ledger'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-RUN-LEDGER.
      *
           MOVE    'spool.cat'     TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-SPOOL-CAT.
      *
           MOVE    'log.archive.cat'   TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-ARCHIVE-CAT.
      *
           MOVE    'business.date'     TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-BUSINESS-DATE.
      *
           MOVE    'pending.change'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-PENDING-CHANGE.
      *
           MOVE    'protect.range'     TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-PROTECT-RANGE.
      *
           MOVE    'governor.profile'  TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-GOVERNOR-PROFILE.
      *
           MOVE    'mask.registry'     TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-MASK-REGISTRY.
      *
           MOVE    'layout.catalog'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-LAYOUT-CATALOG.
      *
           MOVE    'data.feed.hwm'     TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-FEED-HWM.
      *
           MOVE    'cost.centre.map'   TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-COST-CENTRE-MAP.
      *
           MOVE    'charge.rates'      TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-CHARGE-RATES.
      *
           MOVE    'batch.calendar'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-CALENDAR.
      *
           MOVE    'ctl.backup'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-BACKUP-PREFIX.
      *
           MOVE    'ctl.backup.cat'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-BACKUP-CAT.
      *
           DISPLAY '*** CTLBACK REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
      *    100-CHECK-DRAIN asks MCPSUB for the drain state the way
      *    MCPOPER's W)ATCH does.  Anything short of DRAINING with
      *    no session open refuses the run.
      *****************************************************************
       100-CHECK-DRAIN         SECTION.
           MOVE    'CTLBACK'   TO  MCP-PNAME.
           MOVE    'DRAINSTAT' TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-STATUS  NOT =  'DRAINING'  )
               OR  (  MCP-BLOCKS  NOT =  ZERO        )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** CTLBACK REFUSED -- BRIDGE [' MCP-STATUS
                   '], SESSIONS STILL OPEN [' MCP-BLOCKS ']'
                   UPON    CONSOLE
               DISPLAY '*** SET THE DRAIN (MCPOPER D) AND WAIT FOR'
                   ' ZERO SESSIONS (MCPOPER W)'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       150-OPEN-GENERATION     SECTION.
           ACCEPT   GEN-DATE        FROM    DATE    YYYYMMDD.
           ACCEPT   GEN-TIME        FROM    TIME.
      *
           MOVE    SPACES      TO  GEN-PREFIX.
           STRING  DSN-BACKUP-PREFIX   DELIMITED BY SPACE
                   '.'                 DELIMITED BY SIZE
                   GEN-DATE            DELIMITED BY SIZE
               INTO    GEN-PREFIX.
           MOVE    SPACES      TO  MAN-NAME.
           STRING  GEN-PREFIX          DELIMITED BY SPACE
                   '.manifest'         DELIMITED BY SIZE
               INTO    MAN-NAME.
      *
           OPEN    OUTPUT      MAN-FILE.
           IF      (  MAN-FILE-STATUS  NOT =  '00'  )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** CTLBACK CANNOT CREATE [' MAN-NAME
                   '], STATUS [' MAN-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               MOVE    SPACES          TO  BKUP-REC
               MOVE    'H'             TO  BKUP-TYPE
               MOVE    REGAREA-REGION  TO  BKUP-H-REGION
               MOVE    GEN-DATE        TO  BKUP-H-DATE
               MOVE    GEN-TIME        TO  BKUP-H-TIME
               WRITE   BKUP-REC
           END-IF.
      *****************************************************************
      *    200-BACKUP-ONE copies dataset DS-SUB into its generation
      *    copy and lists it in the manifest.  Status 35 on the open
      *    means the dataset has never been created in this region;
      *    it is listed as absent rather than failing the set.
      *****************************************************************
       200-BACKUP-ONE          SECTION.
           MOVE    SPACES      TO  BKP-NAME.
           STRING  GEN-PREFIX          DELIMITED BY SPACE
                   '.'                 DELIMITED BY SIZE
                   DS-LOGICAL(DS-SUB)  DELIMITED BY SPACE
               INTO    BKP-NAME.
           MOVE    ZERO        TO  DS-RECORDS.
           MOVE    ZERO        TO  HASH-ACC.
      *
           MOVE    SPACES              TO  BKUP-REC.
           MOVE    'D'                 TO  BKUP-TYPE.
           MOVE    DS-LOGICAL(DS-SUB)  TO  BKUP-LOGICAL.
           MOVE    BKP-NAME            TO  BKUP-NAME.
      *
           PERFORM 210-OPEN-SOURCE.
           EVALUATE    TRUE
             WHEN    (  SRC-FILE-STATUS  =  '35'  )
               MOVE    'N'         TO  BKUP-PRESENT
               DISPLAY '*** [' DS-LOGICAL(DS-SUB)
                   '] DOES NOT EXIST, LISTED AS ABSENT'
                   UPON    CONSOLE
             WHEN    (  SRC-FILE-STATUS  NOT =  '00'  )
               MOVE    1           TO  FLG-BKP-ERROR
               MOVE    'E'         TO  BKUP-PRESENT
               DISPLAY '*** CTLBACK CANNOT OPEN [' DS-LOGICAL(DS-SUB)
                   '], STATUS [' SRC-FILE-STATUS ']'
                   UPON    CONSOLE
             WHEN      OTHER
               PERFORM 220-COPY-SOURCE
               PERFORM 230-CLOSE-SOURCE
               MOVE    'Y'         TO  BKUP-PRESENT
           END-EVALUATE.
      *
           MOVE    DS-RECORDS  TO  BKUP-COUNT.
           DIVIDE  HASH-ACC    BY  1000000000000
               GIVING      HASH-QUOT
               REMAINDER   BKUP-HASH.
           WRITE   BKUP-REC.
      *
           ADD     1           TO  TOTAL-DATASETS.
           ADD     DS-RECORDS  TO  TOTAL-RECORDS.
           DISPLAY '*** [' DS-LOGICAL(DS-SUB) '] RECORDS ['
               DS-RECORDS '] HASH [' BKUP-HASH ']'
               UPON    CONSOLE.
      *****************************************************************
       210-OPEN-SOURCE         SECTION.
           EVALUATE    DS-SUB
             WHEN      1
               OPEN    INPUT       AUTH-FILE
             WHEN      2
               OPEN    INPUT       WINDOW-FILE
             WHEN      3
               OPEN    INPUT       CODE-FILE
             WHEN      4
               OPEN    INPUT       SPA-FILE
             WHEN      5
               OPEN    INPUT       CKPT-FILE
             WHEN      6
               OPEN    INPUT       QUE-FILE
             WHEN      7
               OPEN    INPUT       RUN-FILE
             WHEN      8
               OPEN    INPUT       SCAT-FILE
             WHEN      9
               OPEN    INPUT       CAT-FILE
             WHEN      10
               OPEN    INPUT       BDT-FILE
             WHEN      11
               OPEN    INPUT       PEND-FILE
             WHEN      12
               OPEN    INPUT       PROT-FILE
             WHEN      13
               OPEN    INPUT       GOV-FILE
             WHEN      14
               OPEN    INPUT       MREG-FILE
             WHEN      15
               OPEN    INPUT       LAY-FILE
             WHEN      16
               OPEN    INPUT       HWM-FILE
             WHEN      17
               OPEN    INPUT       MAP-FILE
             WHEN      18
               OPEN    INPUT       RATE-FILE
             WHEN      19
               OPEN    INPUT       CAL-FILE
           END-EVALUATE.
      *****************************************************************
       220-COPY-SOURCE         SECTION.
           OPEN    OUTPUT      BKP-FILE.
           IF      (  BKP-FILE-STATUS  NOT =  '00'  )
               MOVE    1           TO  FLG-BKP-ERROR
               DISPLAY '*** CTLBACK CANNOT CREATE [' BKP-NAME
                   '], STATUS [' BKP-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               MOVE    ZERO        TO  FLG-SRC-EOF
               PERFORM 222-COPY-ONE-RECORD
                   UNTIL   (  FLG-SRC-EOF  >  ZERO  )
               CLOSE   BKP-FILE
           END-IF.
      *****************************************************************
       222-COPY-ONE-RECORD     SECTION.
           PERFORM 225-READ-SOURCE.
           IF      (  FLG-SRC-EOF  =  ZERO  )
               PERFORM 400-HASH-RECORD
               WRITE   BKP-REC
               ADD     1           TO  DS-RECORDS
           END-IF.
      *****************************************************************
      *    225-READ-SOURCE reads the next record of dataset DS-SUB
      *    into BKP-REC, padded with spaces to the fixed image.
      *****************************************************************
       225-READ-SOURCE         SECTION.
           MOVE    SPACES      TO  BKP-REC.
           EVALUATE    DS-SUB
             WHEN      1
               READ    AUTH-FILE   NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    AUTH-REC    TO  BKP-REC
               END-READ
             WHEN      2
               READ    WINDOW-FILE NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    WINDOW-REC  TO  BKP-REC
               END-READ
             WHEN      3
               READ    CODE-FILE   NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    CODE-REC    TO  BKP-REC
               END-READ
             WHEN      4
               READ    SPA-FILE    NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    SPA-SAVE-REC    TO  BKP-REC
               END-READ
             WHEN      5
               READ    CKPT-FILE   NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    CKPT-REC    TO  BKP-REC
               END-READ
             WHEN      6
               READ    QUE-FILE    NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    QUE-REC     TO  BKP-REC
               END-READ
             WHEN      7
               READ    RUN-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    RUN-REC     TO  BKP-REC
               END-READ
             WHEN      8
               READ    SCAT-FILE   NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    SCAT-REC    TO  BKP-REC
               END-READ
             WHEN      9
               READ    CAT-FILE    NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    CAT-REC     TO  BKP-REC
               END-READ
             WHEN      10
               READ    BDT-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    BDT-REC     TO  BKP-REC
               END-READ
             WHEN      11
               READ    PEND-FILE   NEXT
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    PEND-REC    TO  BKP-REC
               END-READ
             WHEN      12
               READ    PROT-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    PROT-REC    TO  BKP-REC
               END-READ
             WHEN      13
               READ    GOV-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    GOV-REC     TO  BKP-REC
               END-READ
             WHEN      14
               READ    MREG-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    MREG-REC    TO  BKP-REC
               END-READ
             WHEN      15
               READ    LAY-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    LAY-REC     TO  BKP-REC
               END-READ
             WHEN      16
               READ    HWM-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    HWM-REC     TO  BKP-REC
               END-READ
             WHEN      17
               READ    MAP-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    CCMAP-REC   TO  BKP-REC
               END-READ
             WHEN      18
               READ    RATE-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    RATE-REC    TO  BKP-REC
               END-READ
             WHEN      19
               READ    CAL-FILE
                 AT  END
                   MOVE    1           TO  FLG-SRC-EOF
                 NOT AT END
                   MOVE    CAL-REC     TO  BKP-REC
               END-READ
           END-EVALUATE.
      *
           IF      (  FLG-SRC-EOF  =  ZERO  )
               AND (  SRC-FILE-STATUS  NOT =  '00'  )
               MOVE    1           TO  FLG-BKP-ERROR
               MOVE    1           TO  FLG-SRC-EOF
               DISPLAY '*** CTLBACK READ ERROR ON [' DS-LOGICAL(DS-SUB)
                   '], STATUS [' SRC-FILE-STATUS ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       230-CLOSE-SOURCE        SECTION.
           EVALUATE    DS-SUB
             WHEN      1
               CLOSE   AUTH-FILE
             WHEN      2
               CLOSE   WINDOW-FILE
             WHEN      3
               CLOSE   CODE-FILE
             WHEN      4
               CLOSE   SPA-FILE
             WHEN      5
               CLOSE   CKPT-FILE
             WHEN      6
               CLOSE   QUE-FILE
             WHEN      7
               CLOSE   RUN-FILE
             WHEN      8
               CLOSE   SCAT-FILE
             WHEN      9
               CLOSE   CAT-FILE
             WHEN      10
               CLOSE   BDT-FILE
             WHEN      11
               CLOSE   PEND-FILE
             WHEN      12
               CLOSE   PROT-FILE
             WHEN      13
               CLOSE   GOV-FILE
             WHEN      14
               CLOSE   MREG-FILE
             WHEN      15
               CLOSE   LAY-FILE
             WHEN      16
               CLOSE   HWM-FILE
             WHEN      17
               CLOSE   MAP-FILE
             WHEN      18
               CLOSE   RATE-FILE
             WHEN      19
               CLOSE   CAL-FILE
           END-EVALUATE.
      *****************************************************************
       300-CLOSE-GENERATION    SECTION.
           MOVE    SPACES          TO  BKUP-REC.
           MOVE    'T'             TO  BKUP-TYPE.
           MOVE    TOTAL-DATASETS  TO  BKUP-T-DATASETS.
           MOVE    TOTAL-RECORDS   TO  BKUP-T-RECORDS.
           WRITE   BKUP-REC.
           CLOSE   MAN-FILE.
      *
           DISPLAY '*** CTLBACK DATASETS [' TOTAL-DATASETS
               '] RECORDS [' TOTAL-RECORDS ']'
               UPON    CONSOLE.
      *****************************************************************
      *    350-CATALOG-GENERATION enters the manifest under the
      *    generation date, replacing an earlier run of the same day.
      *****************************************************************
       350-CATALOG-GENERATION  SECTION.
           OPEN    I-O         BCAT-FILE.
           IF      (  BCAT-FILE-STATUS  =  '35'  )
               OPEN    OUTPUT      BCAT-FILE
               CLOSE   BCAT-FILE
               OPEN    I-O         BCAT-FILE
           END-IF.
      *
           MOVE    GEN-DATE    TO  BCAT-DATE.
           MOVE    MAN-NAME    TO  BCAT-NAME.
           WRITE   BCAT-REC
             INVALID KEY
               REWRITE BCAT-REC
               END-REWRITE
           END-WRITE.
           CLOSE   BCAT-FILE.
      *
           DISPLAY '*** CTLBACK GENERATION [' GEN-DATE
               '] CATALOGUED, MANIFEST [' MAN-NAME ']'
               UPON    CONSOLE.
      *****************************************************************
      *    400-HASH-RECORD adds the copied image in BKP-REC to the
      *    dataset's hash total: every byte's value weighted by its
      *    position, reduced modulo 10**12 after each record so the
      *    accumulator never overflows.  See BKUPREC.
      *****************************************************************
       400-HASH-RECORD         SECTION.
           PERFORM VARYING H   FROM    1   BY  1
                   UNTIL   (  H    >  2200  )
               MOVE    BKP-REC(H : 1)  TO  BYTE-LOW
               COMPUTE HASH-ACC  =
                   HASH-ACC  +  (  BYTE-VALUE  *  H  )
           END-PERFORM.
           DIVIDE  HASH-ACC    BY  1000000000000
               GIVING      HASH-QUOT
               REMAINDER   HASH-ACC.
