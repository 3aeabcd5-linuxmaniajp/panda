       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DJRNFEED.
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
      * Change-data feed for the downstream systems (the warehouse,
      * branch reporting) that want only what changed since their
      * last load rather than a full DBEXTR of every table.  Reads
      * the data.journal MCPSUB writes at every DBCOMMIT and ships
      * each entry journaled after the saved high-water mark -- the
      * DJRN-DATE/DJRN-TIME of the last entry the previous run
      * shipped -- to data.feed: a header, one detail per committed
      * change with an I/U/D action derived from the before/after
      * images, and a trailer with the detail count and the RUNREC
      * hash total (see the FEEDREC copybook).
      *
      * The run takes its own start as the cut-off: entries stamped
      * after it (work committed while the feed is running) are left
      * for the next run.  The high-water mark in data.feed.hwm is
      * rewritten only after the trailer has been written and the
      * feed closed -- a run that fails part way leaves the mark
      * where it was, so the rerun ships the same window again.  A
      * missing mark means no feed has ever run, and the whole
      * journal is shipped.
      *
      * The run posts to run.ledger as DJRNFEED; the receiving side
      * posts its load as FEEDLOAD, and RUNVERIF pairs the two.
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
           SELECT  FEED-FILE
               ASSIGN  USING   DSN-DATA-FEED
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  FEED-FILE-STATUS.
           SELECT  HWM-FILE
               ASSIGN  USING   DSN-FEED-HWM
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  HWM-FILE-STATUS.
           SELECT  RUN-FILE
               ASSIGN  USING   DSN-RUN-LEDGER
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  RUN-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  DJRN-FILE.
           COPY    DJRNREC.
       FD  FEED-FILE.
           COPY    FEEDREC.
      *
      *    The high-water mark: the journal stamp of the last entry
      *    shipped, and the run that shipped it.
      *
       FD  HWM-FILE.
       01  HWM-REC.
           02  HWM-DATE            PIC 9(08).
           02  HWM-TIME            PIC 9(08).
           02  HWM-RUN-DATE        PIC 9(08).
           02  HWM-RUN-TIME        PIC 9(08).
           02  HWM-COUNT           PIC 9(09).
       FD  RUN-FILE.
           COPY    RUNREC.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-DJRN-EOF        PIC 9       VALUE ZERO.
           02  FLG-FEED-ERROR      PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  DJRN-FILE-STATUS    PIC X(02).
           02  FEED-FILE-STATUS    PIC X(02).
           02  HWM-FILE-STATUS     PIC X(02).
           02  RUN-FILE-STATUS     PIC X(02).
       01  WORK.
           02  READ-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  FEED-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  INSERT-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
           02  UPDATE-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
           02  DELETE-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
           02  FEED-REGION         PIC X(08).
      *
      *    Journal stamps, date then time, so each group compares in
      *    time order as it stands.  HWM is the mark the run starts
      *    from, CUT the run's own start, LAST the newest entry
      *    actually shipped -- the mark the next run starts from.
      *
       01  STAMPS.
           02  HWM-STAMP.
               03  HWM-STAMP-DATE      PIC 9(08)   VALUE ZERO.
               03  HWM-STAMP-TIME      PIC 9(08)   VALUE ZERO.
           02  CUT-STAMP.
               03  CUT-STAMP-DATE      PIC 9(08).
               03  CUT-STAMP-TIME      PIC 9(08).
           02  JRN-STAMP.
               03  JRN-STAMP-DATE      PIC 9(08).
               03  JRN-STAMP-TIME      PIC 9(08).
           02  LAST-STAMP.
               03  LAST-STAMP-DATE     PIC 9(08).
               03  LAST-STAMP-TIME     PIC 9(08).
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
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-DATA-JOURNAL    PIC X(40).
           02  DSN-DATA-FEED       PIC X(40).
           02  DSN-FEED-HWM        PIC X(40).
           02  DSN-RUN-LEDGER      PIC X(40).
           COPY    REGAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 100-READ-HWM.
      *
           OPEN    INPUT   DJRN-FILE.
           IF      (  DJRN-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** DJRNFEED NO DATA JOURNAL, STATUS ['
                   DJRN-FILE-STATUS ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-FEED-ERROR
           ELSE
               OPEN    OUTPUT  FEED-FILE
               IF      (  FEED-FILE-STATUS  NOT =  '00'  )
                   DISPLAY '*** DJRNFEED CANNOT OPEN FEED, STATUS ['
                       FEED-FILE-STATUS ']'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-FEED-ERROR
               ELSE
                   PERFORM 150-WRITE-HEADER
                   PERFORM 200-FEED-ENTRY
                       UNTIL   (  FLG-DJRN-EOF  >  ZERO  )
                   PERFORM 250-WRITE-TRAILER
                   CLOSE   FEED-FILE
               END-IF
               CLOSE   DJRN-FILE
           END-IF.
      *
           IF      (  FLG-FEED-ERROR  =  ZERO  )
               PERFORM 300-SAVE-HWM
           ELSE
               DISPLAY '*** DJRNFEED FEED INCOMPLETE, HIGH-WATER MARK '
                   'LEFT AT [' HWM-STAMP-DATE '] [' HWM-STAMP-TIME ']'
                   UPON    CONSOLE
           END-IF.
      *
           DISPLAY '*** DJRNFEED JOURNAL ENTRIES READ [' READ-COUNT
               ']'
               UPON    CONSOLE.
           DISPLAY '*** DJRNFEED CHANGES FED [' FEED-COUNT
               '] I [' INSERT-COUNT '] U [' UPDATE-COUNT
               '] D [' DELETE-COUNT ']'
               UPON    CONSOLE.
      *
           PERFORM 800-WRITE-RUN-LEDGER.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       050-RESOLVE-REGION      SECTION.
           MOVE    'data.journal'  TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-DATA-JOURNAL.
      *
           MOVE    'data.feed'     TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-DATA-FEED.
      *
           MOVE    'data.feed.hwm' TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-FEED-HWM.
      *
           MOVE    'run.ledger'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-RUN-LEDGER.
      *
           MOVE    REGAREA-REGION  TO  FEED-REGION.
           DISPLAY '*** DJRNFEED REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
      *    100-READ-HWM picks up where the last complete run stopped
      *    and fixes this run's cut-off.
      *****************************************************************
       100-READ-HWM            SECTION.
           OPEN    INPUT   HWM-FILE.
           IF      (  HWM-FILE-STATUS  =  '00'  )
               READ    HWM-FILE
                 AT  END
                   CONTINUE
                 NOT AT END
                   MOVE    HWM-DATE    TO  HWM-STAMP-DATE
                   MOVE    HWM-TIME    TO  HWM-STAMP-TIME
               END-READ
               CLOSE   HWM-FILE
           END-IF.
      *
           IF      (  HWM-STAMP  =  ZERO  )
               DISPLAY '*** DJRNFEED NO HIGH-WATER MARK, FEEDING THE '
                   'WHOLE JOURNAL'
                   UPON    CONSOLE
           ELSE
               DISPLAY '*** DJRNFEED FEEDING FROM [' HWM-STAMP-DATE
                   '] [' HWM-STAMP-TIME ']'
                   UPON    CONSOLE
           END-IF.
      *
           ACCEPT   CUT-STAMP-DATE  FROM    DATE    YYYYMMDD.
           ACCEPT   CUT-STAMP-TIME  FROM    TIME.
           MOVE    HWM-STAMP   TO  LAST-STAMP.
      *****************************************************************
       150-WRITE-HEADER        SECTION.
           MOVE    SPACES          TO  FEED-REC.
           MOVE    'H'             TO  FEED-TYPE.
           MOVE    FEED-REGION     TO  FEED-H-REGION.
           MOVE    CUT-STAMP-DATE  TO  FEED-H-RUN-DATE.
           MOVE    CUT-STAMP-TIME  TO  FEED-H-RUN-TIME.
           MOVE    HWM-STAMP-DATE  TO  FEED-H-FROM-DATE.
           MOVE    HWM-STAMP-TIME  TO  FEED-H-FROM-TIME.
           MOVE    CUT-STAMP-DATE  TO  FEED-H-TO-DATE.
           MOVE    CUT-STAMP-TIME  TO  FEED-H-TO-TIME.
           PERFORM 400-WRITE-FEED.
      *****************************************************************
      *    200-FEED-ENTRY ships one journal entry inside the window.
      *    The action comes from the images the way DJRNBACK reads
      *    them: no before image is an insert, no after image a
      *    delete, both an update.
      *****************************************************************
       200-FEED-ENTRY          SECTION.
           READ    DJRN-FILE
             AT  END
               MOVE    1           TO  FLG-DJRN-EOF
             NOT AT END
               ADD     1           TO  READ-COUNT
               MOVE    DJRN-DATE   TO  JRN-STAMP-DATE
               MOVE    DJRN-TIME   TO  JRN-STAMP-TIME
               IF      (  JRN-STAMP  >  HWM-STAMP  )
                   AND (  JRN-STAMP  NOT >  CUT-STAMP  )
                   PERFORM 210-WRITE-DETAIL
               END-IF
           END-READ.
      *****************************************************************
       210-WRITE-DETAIL        SECTION.
           MOVE    SPACES          TO  FEED-REC.
           MOVE    'D'             TO  FEED-TYPE.
           MOVE    DJRN-DATE       TO  FEED-D-DATE.
           MOVE    DJRN-TIME       TO  FEED-D-TIME.
           MOVE    DJRN-PNAME      TO  FEED-D-PNAME.
           MOVE    DJRN-USERID     TO  FEED-D-USERID.
           MOVE    DJRN-PATH-ID    TO  FEED-D-PATH-ID.
      *
           EVALUATE    TRUE
             WHEN    (  DJRN-BEFORE  =  SPACES  )
               MOVE    'I'             TO  FEED-D-ACTION
               MOVE    DJRN-AFTER      TO  FEED-D-IMAGE
               ADD     1               TO  INSERT-COUNT
             WHEN    (  DJRN-AFTER  =  SPACES  )
               MOVE    'D'             TO  FEED-D-ACTION
               MOVE    DJRN-BEFORE     TO  FEED-D-IMAGE
               ADD     1               TO  DELETE-COUNT
             WHEN      OTHER
               MOVE    'U'             TO  FEED-D-ACTION
               MOVE    DJRN-AFTER      TO  FEED-D-IMAGE
               MOVE    DJRN-BEFORE     TO  FEED-D-BEFORE
               ADD     1               TO  UPDATE-COUNT
           END-EVALUATE.
      *
           MOVE    FEED-D-IMAGE(1:16)  TO  WRK-HASH-REC.
           PERFORM 410-HASH-RECORD.
           PERFORM 400-WRITE-FEED.
           ADD     1               TO  FEED-COUNT.
      *
           IF      (  JRN-STAMP  >  LAST-STAMP  )
               MOVE    JRN-STAMP   TO  LAST-STAMP
           END-IF.
      *****************************************************************
       250-WRITE-TRAILER       SECTION.
           MOVE    SPACES          TO  FEED-REC.
           MOVE    'T'             TO  FEED-TYPE.
           MOVE    FEED-COUNT      TO  FEED-T-COUNT.
           DIVIDE  HASH-ACC    BY  1000000000000
               GIVING      HASH-QUOT
               REMAINDER   FEED-T-HASH.
           PERFORM 400-WRITE-FEED.
      *****************************************************************
      *    300-SAVE-HWM moves the mark up to the newest entry shipped.
      *    A run that shipped nothing rewrites the mark it started
      *    from.
      *****************************************************************
       300-SAVE-HWM            SECTION.
           OPEN    OUTPUT  HWM-FILE.
           IF      (  HWM-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** DJRNFEED CANNOT SAVE HIGH-WATER MARK, '
                   'STATUS [' HWM-FILE-STATUS ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-FEED-ERROR
           ELSE
               MOVE    LAST-STAMP-DATE TO  HWM-DATE
               MOVE    LAST-STAMP-TIME TO  HWM-TIME
               MOVE    CUT-STAMP-DATE  TO  HWM-RUN-DATE
               MOVE    CUT-STAMP-TIME  TO  HWM-RUN-TIME
               MOVE    FEED-COUNT      TO  HWM-COUNT
               WRITE   HWM-REC
               CLOSE   HWM-FILE
               DISPLAY '*** DJRNFEED HIGH-WATER MARK NOW ['
                   LAST-STAMP-DATE '] [' LAST-STAMP-TIME ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       400-WRITE-FEED          SECTION.
           WRITE   FEED-REC.
           IF      (  FEED-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** DJRNFEED FEED WRITE FAILED, STATUS ['
                   FEED-FILE-STATUS ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-FEED-ERROR
               MOVE    1           TO  FLG-DJRN-EOF
           END-IF.
      *****************************************************************
      *    410-HASH-RECORD adds one record's contribution to the
      *    run-control hash: every digit in the leading 16 bytes,
      *    weighted by its position.  See RUNREC.
      *****************************************************************
       410-HASH-RECORD         SECTION.
           PERFORM VARYING H   FROM    1   BY  1
                   UNTIL   (  H    >  16  )
               IF      (  WRK-HASH-REC(H : 1)  NUMERIC  )
                   MOVE    WRK-HASH-REC(H : 1) TO  HASH-DIGIT-X
                   COMPUTE HASH-ACC  =
                       HASH-ACC  +  (  HASH-DIGIT-N  *  H  )
               END-IF
           END-PERFORM.
      *****************************************************************
      *    800-WRITE-RUN-LEDGER appends this run's control record --
      *    journal entries read, changes fed, hash (kept modulo
      *    10**12) and disposition -- for RUNVERIF to pair against
      *    the receiving side's FEEDLOAD.
      *****************************************************************
       800-WRITE-RUN-LEDGER    SECTION.
           OPEN    EXTEND      RUN-FILE.
           IF      (  RUN-FILE-STATUS  NOT =  '00'  )
               CLOSE   RUN-FILE
               OPEN    OUTPUT  RUN-FILE
           END-IF.
      *
           ACCEPT   RUN-DATE        FROM    DATE    YYYYMMDD.
           ACCEPT   RUN-TIME        FROM    TIME.
           MOVE    'DJRNFEED'  TO  RUN-PROGRAM.
           MOVE    READ-COUNT  TO  RUN-IN-COUNT.
           MOVE    FEED-COUNT  TO  RUN-OUT-COUNT.
           DIVIDE  HASH-ACC    BY  1000000000000
               GIVING      HASH-QUOT
               REMAINDER   RUN-HASH.
           IF      (  FLG-FEED-ERROR  =  ZERO  )
               MOVE    'C'         TO  RUN-DISP
           ELSE
               MOVE    'A'         TO  RUN-DISP
           END-IF.
      *
           WRITE   RUN-REC.
           CLOSE   RUN-FILE.
