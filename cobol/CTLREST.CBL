       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CTLREST.
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
      * Restore of a control-dataset backup generation taken by
      * CTLBACK.  Refuses to run unless MCPSUB's DRAINSTAT answers the
      * bridge DRAINING with no session open, the same as the backup.
      *
      * The operator keys the generation date (YYYYMMDD, blank = the
      * latest in ctl.backup.cat).  Every copy the manifest lists is
      * read back first and its record count and hash total checked
      * against the manifest; the result is shown per dataset, and
      * the generation is put back only if every dataset matches and
      * the manifest belongs to this region -- a set restored in part
      * is what this job exists to prevent.  After the operator
      * confirms, each dataset is recreated from its copy.  A dataset
      * the manifest lists as absent is recreated empty, so nothing
      * newer than the generation survives beside it.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    The control datasets.  They are only ever rewritten from
      *    front to back here, so they share one file status.
      *
           SELECT  AUTH-FILE
               ASSIGN  USING   DSN-AUTH-DAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     AUTH-USERID
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  WINDOW-FILE
               ASSIGN  USING   DSN-WINDOW-DEF
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     WINDOW-REG-KEY
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  CODE-FILE
               ASSIGN  USING   DSN-CODE-TABLE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     CODE-REG-KEY
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  SPA-FILE
               ASSIGN  USING   DSN-SPA-SAVE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     SPA-SAVE-TERM-ID
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  CKPT-FILE
               ASSIGN  USING   DSN-DB-CKPT
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     CKPT-PNAME
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  QUE-FILE
               ASSIGN  USING   DSN-WORK-QUEUE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     QUE-KEY
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  RUN-FILE
               ASSIGN  USING   DSN-RUN-LEDGER
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  SCAT-FILE
               ASSIGN  USING   DSN-SPOOL-CAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     SCAT-KEY
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  CAT-FILE
               ASSIGN  USING   DSN-ARCHIVE-CAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     CAT-DATE
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  BDT-FILE
               ASSIGN  USING   DSN-BUSINESS-DATE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  PEND-FILE
               ASSIGN  USING   DSN-PENDING-CHANGE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     PEND-KEY
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  PROT-FILE
               ASSIGN  USING   DSN-PROTECT-RANGE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  GOV-FILE
               ASSIGN  USING   DSN-GOVERNOR-PROFILE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  MREG-FILE
               ASSIGN  USING   DSN-MASK-REGISTRY
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  LAY-FILE
               ASSIGN  USING   DSN-LAYOUT-CATALOG
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  HWM-FILE
               ASSIGN  USING   DSN-FEED-HWM
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  MAP-FILE
               ASSIGN  USING   DSN-COST-CENTRE-MAP
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  RATE-FILE
               ASSIGN  USING   DSN-CHARGE-RATES
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  CAL-FILE
               ASSIGN  USING   DSN-CALENDAR
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  TGT-FILE-STATUS.
      *
      *    The backup generation: one copy per dataset, the manifest,
      *    and the catalog of complete generations CTLBACK keeps.
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
           02  FLG-BCAT-EOF        PIC 9       VALUE ZERO.
           02  FLG-MAN-EOF         PIC 9       VALUE ZERO.
           02  FLG-BKP-EOF         PIC 9       VALUE ZERO.
           02  FLG-TRAILER         PIC 9       VALUE ZERO.
           02  FLG-MISMATCH        PIC 9       VALUE ZERO.
           02  FLG-RST-ERROR       PIC 9       VALUE ZERO.
           02  FLG-BKP-OPEN        PIC 9       VALUE ZERO.
           02  FLG-TGT-OPEN        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  TGT-FILE-STATUS     PIC X(02).
           02  BKP-FILE-STATUS     PIC X(02).
           02  MAN-FILE-STATUS     PIC X(02).
           02  BCAT-FILE-STATUS    PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  DS-SUB              PIC S9(9)   BINARY.
           02  DS-MAX              PIC S9(9)   BINARY  VALUE 19.
           02  DS-RECORDS          PIC S9(9)   BINARY.
           02  DS-HASH             PIC 9(12).
           02  TRAILER-DATASETS    PIC 9(09).
           02  RESTORE-COUNT       PIC S9(9)   BINARY  VALUE ZERO.
           02  GEN-DATE            PIC 9(08).
           02  WRK-DATE-IN         PIC X(08).
           02  WRK-ANSWER          PIC X(01).
           02  BKP-NAME            PIC X(40).
           02  MAN-NAME            PIC X(40).
      *
      *    The datasets of a set, as CTLBACK lists them.
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
      *    The manifest's dataset lines, with the verdict of the
      *    read-back against each.
      *
       01  MANT.
           02  MAN-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 19.
           02  MAN-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  MAN-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  MAN-ENTRY           OCCURS  19 TIMES.
               03  MAN-LOGICAL         PIC X(16).
               03  MAN-PRESENT         PIC X(01).
               03  MAN-RECORDS         PIC 9(09).
               03  MAN-HASH            PIC 9(12).
               03  MAN-COPY            PIC X(40).
               03  MAN-DS-SUB          PIC S9(9)   BINARY.
               03  MAN-RESULT          PIC X(20).
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
      *    The region's physical dataset names, answered by REGSUB.
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
               PERFORM 150-CHOOSE-GENERATION
           END-IF.
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM 200-LOAD-MANIFEST
           END-IF.
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM 300-VERIFY-GENERATION
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM 450-CONFIRM-RESTORE
           END-IF.
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM VARYING MAN-SUB FROM    1   BY  1
                       UNTIL   (  MAN-SUB  >  MAN-COUNT  )
                   PERFORM 500-RESTORE-ONE
               END-PERFORM
      *
               IF      (  FLG-RST-ERROR  =  ZERO  )
                   DISPLAY '*** CTLREST GENERATION [' GEN-DATE
                       '] RESTORED, DATASETS [' RESTORE-COUNT ']'
                       UPON    CONSOLE
               ELSE
                   DISPLAY '*** CTLREST RESTORE FAILED PART WAY --'
                       ' THE REGION IS MIXED, RERUN THE RESTORE'
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
           MOVE    'ctl.backup.cat'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-BACKUP-CAT.
      *
           DISPLAY '*** CTLREST REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
       100-CHECK-DRAIN         SECTION.
           MOVE    'CTLREST'   TO  MCP-PNAME.
           MOVE    'DRAINSTAT' TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-STATUS  NOT =  'DRAINING'  )
               OR  (  MCP-BLOCKS  NOT =  ZERO        )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** CTLREST REFUSED -- BRIDGE [' MCP-STATUS
                   '], SESSIONS STILL OPEN [' MCP-BLOCKS ']'
                   UPON    CONSOLE
               DISPLAY '*** SET THE DRAIN (MCPOPER D) AND WAIT FOR'
                   ' ZERO SESSIONS (MCPOPER W)'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       150-CHOOSE-GENERATION   SECTION.
           DISPLAY 'GENERATION DATE: (YYYYMMDD, BLANK = LATEST)'
               UPON    CONSOLE.
           ACCEPT   WRK-DATE-IN     FROM    CONSOLE.
      *
           OPEN    INPUT       BCAT-FILE.
           IF      (  BCAT-FILE-STATUS  NOT =  '00'  )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** CTLREST NO BACKUP CATALOG, STATUS ['
                   BCAT-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               IF      (  WRK-DATE-IN  NUMERIC  )
                   MOVE    WRK-DATE-IN     TO  BCAT-DATE
                   READ    BCAT-FILE
                     INVALID KEY
                       MOVE    1           TO  FLG-REFUSED
                       DISPLAY '*** CTLREST NO GENERATION ['
                           WRK-DATE-IN '] IN THE CATALOG'
                           UPON    CONSOLE
                     NOT INVALID KEY
                       MOVE    BCAT-DATE   TO  GEN-DATE
                       MOVE    BCAT-NAME   TO  MAN-NAME
                   END-READ
               ELSE
                   MOVE    ZERO        TO  GEN-DATE
                   PERFORM 155-FIND-LATEST
                       UNTIL   (  FLG-BCAT-EOF  >  ZERO  )
                   IF      (  GEN-DATE  =  ZERO  )
                       MOVE    1           TO  FLG-REFUSED
                       DISPLAY '*** CTLREST THE BACKUP CATALOG IS EMPTY'
                           UPON    CONSOLE
                   END-IF
               END-IF
               CLOSE   BCAT-FILE
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               DISPLAY '*** CTLREST GENERATION [' GEN-DATE
                   '], MANIFEST [' MAN-NAME ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       155-FIND-LATEST         SECTION.
           READ    BCAT-FILE   NEXT
             AT  END
               MOVE    1           TO  FLG-BCAT-EOF
             NOT AT END
               MOVE    BCAT-DATE   TO  GEN-DATE
               MOVE    BCAT-NAME   TO  MAN-NAME
           END-READ.
      *****************************************************************
      *    200-LOAD-MANIFEST takes the manifest's dataset lines into
      *    MAN-ENTRY.  A manifest with no trailer, a trailer that
      *    disagrees with the lines read, or a header naming another
      *    region refuses the restore.
      *****************************************************************
       200-LOAD-MANIFEST       SECTION.
           OPEN    INPUT       MAN-FILE.
           IF      (  MAN-FILE-STATUS  NOT =  '00'  )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** CTLREST CANNOT OPEN [' MAN-NAME
                   '], STATUS [' MAN-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               PERFORM 210-LOAD-ONE-LINE
                   UNTIL   (  FLG-MAN-EOF  >  ZERO  )
               CLOSE   MAN-FILE
      *
               IF      (  FLG-TRAILER  =  ZERO  )
                   OR  (  TRAILER-DATASETS  NOT =  MAN-COUNT  )
                   MOVE    1           TO  FLG-REFUSED
                   DISPLAY '*** CTLREST MANIFEST [' MAN-NAME
                       '] IS INCOMPLETE'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *****************************************************************
       210-LOAD-ONE-LINE       SECTION.
           READ    MAN-FILE
             AT  END
               MOVE    1           TO  FLG-MAN-EOF
             NOT AT END
               EVALUATE    BKUP-TYPE
                 WHEN     'H'
                   IF      (  BKUP-H-REGION  NOT =  REGAREA-REGION  )
                       MOVE    1           TO  FLG-REFUSED
                       DISPLAY '*** CTLREST GENERATION WAS TAKEN IN'
                           ' REGION [' BKUP-H-REGION '], NOT ['
                           REGAREA-REGION ']'
                           UPON    CONSOLE
                   END-IF
                 WHEN     'D'
                   PERFORM 220-ADD-ENTRY
                 WHEN     'T'
                   MOVE    1               TO  FLG-TRAILER
                   MOVE    BKUP-T-DATASETS TO  TRAILER-DATASETS
               END-EVALUATE
           END-READ.
      *****************************************************************
       220-ADD-ENTRY           SECTION.
           IF      (  MAN-COUNT  NOT <  MAN-MAX-ENTRIES  )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** CTLREST MANIFEST TABLE FULL, DROPPING ['
                   BKUP-LOGICAL ']'
                   UPON    CONSOLE
           ELSE
               ADD     1               TO  MAN-COUNT
               MOVE    BKUP-LOGICAL    TO  MAN-LOGICAL(MAN-COUNT)
               MOVE    BKUP-PRESENT    TO  MAN-PRESENT(MAN-COUNT)
               MOVE    BKUP-COUNT      TO  MAN-RECORDS(MAN-COUNT)
               MOVE    BKUP-HASH       TO  MAN-HASH(MAN-COUNT)
               MOVE    BKUP-NAME       TO  MAN-COPY(MAN-COUNT)
               MOVE    ZERO            TO  MAN-DS-SUB(MAN-COUNT)
               PERFORM VARYING I   FROM    1   BY  1
                       UNTIL   (  I    >  DS-MAX  )
                   IF      (  DS-LOGICAL(I)  =  BKUP-LOGICAL  )
                       MOVE    I           TO  MAN-DS-SUB(MAN-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
      *****************************************************************
      *    300-VERIFY-GENERATION reads every copy back against the
      *    manifest and shows the verdict per dataset.  Every
      *    dataset of a set must be listed, and every listed copy
      *    must match, before anything is put back.
      *****************************************************************
       300-VERIFY-GENERATION   SECTION.
           PERFORM VARYING MAN-SUB FROM    1   BY  1
                   UNTIL   (  MAN-SUB  >  MAN-COUNT  )
               PERFORM 310-VERIFY-ONE
               DISPLAY '*** [' MAN-LOGICAL(MAN-SUB) '] '
                   MAN-RESULT(MAN-SUB) ' RECORDS ['
                   MAN-RECORDS(MAN-SUB) ']'
                   UPON    CONSOLE
           END-PERFORM.
      *
           PERFORM VARYING DS-SUB  FROM    1   BY  1
                   UNTIL   (  DS-SUB  >  DS-MAX  )
               PERFORM 330-CHECK-LISTED
           END-PERFORM.
      *
           IF      (  FLG-MISMATCH  >  ZERO  )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** CTLREST REFUSED -- GENERATION [' GEN-DATE
                   '] DOES NOT VERIFY, NOTHING RESTORED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       310-VERIFY-ONE          SECTION.
           EVALUATE    TRUE
             WHEN    (  MAN-DS-SUB(MAN-SUB)  =  ZERO  )
               MOVE    'UNKNOWN DATASET'   TO  MAN-RESULT(MAN-SUB)
               MOVE    1           TO  FLG-MISMATCH
             WHEN    (  MAN-PRESENT(MAN-SUB)  =  'N'  )
               MOVE    'ABSENT WHEN TAKEN' TO  MAN-RESULT(MAN-SUB)
             WHEN    (  MAN-PRESENT(MAN-SUB)  NOT =  'Y'  )
               MOVE    'NOT COPIED'        TO  MAN-RESULT(MAN-SUB)
               MOVE    1           TO  FLG-MISMATCH
             WHEN      OTHER
               PERFORM 320-READ-BACK
           END-EVALUATE.
      *****************************************************************
       320-READ-BACK           SECTION.
           MOVE    MAN-COPY(MAN-SUB)   TO  BKP-NAME.
           MOVE    ZERO        TO  DS-RECORDS.
           MOVE    ZERO        TO  HASH-ACC.
      *
           OPEN    INPUT       BKP-FILE.
           IF      (  BKP-FILE-STATUS  NOT =  '00'  )
               MOVE    'COPY MISSING'      TO  MAN-RESULT(MAN-SUB)
               MOVE    1           TO  FLG-MISMATCH
           ELSE
               MOVE    ZERO        TO  FLG-BKP-EOF
               PERFORM 325-READ-BACK-ONE
                   UNTIL   (  FLG-BKP-EOF  >  ZERO  )
               CLOSE   BKP-FILE
      *
               DIVIDE  HASH-ACC    BY  1000000000000
                   GIVING      HASH-QUOT
                   REMAINDER   DS-HASH
               EVALUATE    TRUE
                 WHEN    (  DS-RECORDS  NOT =  MAN-RECORDS(MAN-SUB)  )
                   MOVE    'COUNT MISMATCH'    TO  MAN-RESULT(MAN-SUB)
                   MOVE    1           TO  FLG-MISMATCH
                 WHEN    (  DS-HASH  NOT =  MAN-HASH(MAN-SUB)  )
                   MOVE    'HASH MISMATCH'     TO  MAN-RESULT(MAN-SUB)
                   MOVE    1           TO  FLG-MISMATCH
                 WHEN      OTHER
                   MOVE    'OK'                TO  MAN-RESULT(MAN-SUB)
               END-EVALUATE
           END-IF.
      *****************************************************************
       325-READ-BACK-ONE       SECTION.
           READ    BKP-FILE
             AT  END
               MOVE    1           TO  FLG-BKP-EOF
             NOT AT END
               PERFORM 400-HASH-RECORD
               ADD     1           TO  DS-RECORDS
           END-READ.
      *****************************************************************
       330-CHECK-LISTED        SECTION.
           MOVE    ZERO        TO  I.
           PERFORM VARYING MAN-SUB FROM    1   BY  1
                   UNTIL   (  MAN-SUB  >  MAN-COUNT  )
               IF      (  MAN-DS-SUB(MAN-SUB)  =  DS-SUB  )
                   MOVE    MAN-SUB     TO  I
               END-IF
           END-PERFORM.
      *
           IF      (  I  =  ZERO  )
               MOVE    1           TO  FLG-MISMATCH
               DISPLAY '*** [' DS-LOGICAL(DS-SUB)
                   '] NOT IN THE MANIFEST'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
      *    400-HASH-RECORD adds the copied image in BKP-REC to the
      *    dataset's hash total exactly as CTLBACK did.  See BKUPREC.
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
      *****************************************************************
       450-CONFIRM-RESTORE     SECTION.
           DISPLAY 'RESTORE GENERATION [' GEN-DATE '] OVER REGION ['
               REGAREA-REGION ']?  (Y/N)'
               UPON    CONSOLE.
           ACCEPT   WRK-ANSWER      FROM    CONSOLE.
      *
           IF      (  WRK-ANSWER  NOT =  'Y'  )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** CTLREST NOT CONFIRMED, NOTHING RESTORED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
      *    500-RESTORE-ONE recreates one dataset from its copy.  The
      *    copy is in key order, so the indexed datasets are loaded
      *    sequentially.  A dataset absent when the generation was
      *    taken is recreated empty.  Only what was opened is closed.
      *****************************************************************
       500-RESTORE-ONE         SECTION.
           MOVE    MAN-DS-SUB(MAN-SUB) TO  DS-SUB.
           MOVE    ZERO        TO  DS-RECORDS.
           MOVE    ZERO        TO  FLG-BKP-OPEN.
           MOVE    ZERO        TO  FLG-TGT-OPEN.
           MOVE    SPACES      TO  BKP-FILE-STATUS.
           MOVE    SPACES      TO  TGT-FILE-STATUS.
      *
           IF      (  MAN-PRESENT(MAN-SUB)  =  'Y'  )
               MOVE    MAN-COPY(MAN-SUB)   TO  BKP-NAME
               OPEN    INPUT       BKP-FILE
               IF      (  BKP-FILE-STATUS  =  '00'  )
                   MOVE    1           TO  FLG-BKP-OPEN
                   PERFORM 510-OPEN-TARGET
               END-IF
               IF      (  FLG-BKP-OPEN  =  ZERO  )
                   OR  (  FLG-TGT-OPEN  =  ZERO  )
                   MOVE    1           TO  FLG-RST-ERROR
                   DISPLAY '*** CTLREST CANNOT RESTORE ['
                       MAN-LOGICAL(MAN-SUB) '], STATUS ['
                       BKP-FILE-STATUS '/' TGT-FILE-STATUS ']'
                       UPON    CONSOLE
               ELSE
                   MOVE    ZERO        TO  FLG-BKP-EOF
                   PERFORM 520-RESTORE-ONE-RECORD
                       UNTIL   (  FLG-BKP-EOF  >  ZERO  )
                   ADD     1           TO  RESTORE-COUNT
                   DISPLAY '*** [' MAN-LOGICAL(MAN-SUB)
                       '] RESTORED, RECORDS [' DS-RECORDS ']'
                       UPON    CONSOLE
               END-IF
           ELSE
               PERFORM 510-OPEN-TARGET
               IF      (  FLG-TGT-OPEN  =  ZERO  )
                   MOVE    1           TO  FLG-RST-ERROR
                   DISPLAY '*** CTLREST CANNOT EMPTY ['
                       MAN-LOGICAL(MAN-SUB) '], STATUS ['
                       TGT-FILE-STATUS ']'
                       UPON    CONSOLE
               ELSE
                   ADD     1           TO  RESTORE-COUNT
                   DISPLAY '*** [' MAN-LOGICAL(MAN-SUB)
                       '] ABSENT WHEN TAKEN, RESTORED EMPTY'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *
           IF      (  FLG-BKP-OPEN  =  1  )
               CLOSE   BKP-FILE
           END-IF.
           IF      (  FLG-TGT-OPEN  =  1  )
               PERFORM 540-CLOSE-TARGET
           END-IF.
      *****************************************************************
       510-OPEN-TARGET         SECTION.
           EVALUATE    DS-SUB
             WHEN      1
               OPEN    OUTPUT      AUTH-FILE
             WHEN      2
               OPEN    OUTPUT      WINDOW-FILE
             WHEN      3
               OPEN    OUTPUT      CODE-FILE
             WHEN      4
               OPEN    OUTPUT      SPA-FILE
             WHEN      5
               OPEN    OUTPUT      CKPT-FILE
             WHEN      6
               OPEN    OUTPUT      QUE-FILE
             WHEN      7
               OPEN    OUTPUT      RUN-FILE
             WHEN      8
               OPEN    OUTPUT      SCAT-FILE
             WHEN      9
               OPEN    OUTPUT      CAT-FILE
             WHEN      10
               OPEN    OUTPUT      BDT-FILE
             WHEN      11
               OPEN    OUTPUT      PEND-FILE
             WHEN      12
               OPEN    OUTPUT      PROT-FILE
             WHEN      13
               OPEN    OUTPUT      GOV-FILE
             WHEN      14
               OPEN    OUTPUT      MREG-FILE
             WHEN      15
               OPEN    OUTPUT      LAY-FILE
             WHEN      16
               OPEN    OUTPUT      HWM-FILE
             WHEN      17
               OPEN    OUTPUT      MAP-FILE
             WHEN      18
               OPEN    OUTPUT      RATE-FILE
             WHEN      19
               OPEN    OUTPUT      CAL-FILE
           END-EVALUATE.
      *
           IF      (  TGT-FILE-STATUS  =  '00'  )
               MOVE    1           TO  FLG-TGT-OPEN
           END-IF.
      *****************************************************************
       520-RESTORE-ONE-RECORD  SECTION.
           READ    BKP-FILE
             AT  END
               MOVE    1           TO  FLG-BKP-EOF
             NOT AT END
               PERFORM 530-WRITE-TARGET
               IF      (  TGT-FILE-STATUS  NOT =  '00'  )
                   MOVE    1           TO  FLG-RST-ERROR
                   MOVE    1           TO  FLG-BKP-EOF
                   DISPLAY '*** CTLREST WRITE ERROR ON ['
                       MAN-LOGICAL(MAN-SUB) '], STATUS ['
                       TGT-FILE-STATUS ']'
                       UPON    CONSOLE
               ELSE
                   ADD     1           TO  DS-RECORDS
               END-IF
           END-READ.
      *****************************************************************
       530-WRITE-TARGET        SECTION.
           EVALUATE    DS-SUB
             WHEN      1
               MOVE    BKP-REC     TO  AUTH-REC
               WRITE   AUTH-REC
             WHEN      2
               MOVE    BKP-REC     TO  WINDOW-REC
               WRITE   WINDOW-REC
             WHEN      3
               MOVE    BKP-REC     TO  CODE-REC
               WRITE   CODE-REC
             WHEN      4
               MOVE    BKP-REC     TO  SPA-SAVE-REC
               WRITE   SPA-SAVE-REC
             WHEN      5
               MOVE    BKP-REC     TO  CKPT-REC
               WRITE   CKPT-REC
             WHEN      6
               MOVE    BKP-REC     TO  QUE-REC
               WRITE   QUE-REC
             WHEN      7
               MOVE    BKP-REC     TO  RUN-REC
               WRITE   RUN-REC
             WHEN      8
               MOVE    BKP-REC     TO  SCAT-REC
               WRITE   SCAT-REC
             WHEN      9
               MOVE    BKP-REC     TO  CAT-REC
               WRITE   CAT-REC
             WHEN      10
               MOVE    BKP-REC     TO  BDT-REC
               WRITE   BDT-REC
             WHEN      11
               MOVE    BKP-REC     TO  PEND-REC
               WRITE   PEND-REC
             WHEN      12
               MOVE    BKP-REC     TO  PROT-REC
               WRITE   PROT-REC
             WHEN      13
               MOVE    BKP-REC     TO  GOV-REC
               WRITE   GOV-REC
             WHEN      14
               MOVE    BKP-REC     TO  MREG-REC
               WRITE   MREG-REC
             WHEN      15
               MOVE    BKP-REC     TO  LAY-REC
               WRITE   LAY-REC
             WHEN      16
               MOVE    BKP-REC     TO  HWM-REC
               WRITE   HWM-REC
             WHEN      17
               MOVE    BKP-REC     TO  CCMAP-REC
               WRITE   CCMAP-REC
             WHEN      18
               MOVE    BKP-REC     TO  RATE-REC
               WRITE   RATE-REC
             WHEN      19
               MOVE    BKP-REC     TO  CAL-REC
               WRITE   CAL-REC
           END-EVALUATE.
      *****************************************************************
       540-CLOSE-TARGET        SECTION.
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
