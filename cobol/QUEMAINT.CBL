       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QUEMAINT.
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
      *  $B%3%s%]!<%M%s%HL>(B  : $B1?MQ(B
      *  $B4IM}<T(B            :
      *  $B:n@.F|IU(B    $B:n6H<T(B        $B5-=R(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
      * Interactive maintenance of the work.queue the terminals hand
      * deferred requests to through MCPSUB's 'ENQUEUE' and BATCHDRV
      * drains overnight.  After an operator signon against auth.dat
      * (the credential file MCPSUB's AUTH checks):
      *
      *   L)IST      entries by terminal, userid, status or enqueue
      *              date, or all of them
      *   C)ANCEL    withdraw one of the signed-on userid's OWN
      *              queued ('Q') entries before the batch window --
      *              it is marked 'C' and the drain passes it over
      *   R)ESUBMIT  (supervisor) put a failed ('F') entry back to
      *              'Q' for the next drain, instead of having the
      *              clerk key it again
      *   P)URGE     (supervisor) delete done ('D') and cancelled
      *              ('C') entries whose status is older than a keyed
      *              retention in days (blank = 7); queued and failed
      *              entries are never purged
      *
      * R)ESUBMIT is held to the supervisor class, AUTH-CLASS 'S';
      * P)URGE to AUTH-CLASS 'U' (or 'S'), the bar CODEMAINT and
      * WINMAINT hold their operators to.
      * Every cancel, resubmit and purged entry writes a JRNREC audit
      * record to maint.journal with the entry before and after; the
      * journal key is the entry's enqueue date and time, and the
      * image carries its terminal.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  QUE-FILE
               ASSIGN  USING   DSN-WORK-QUEUE
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     QUE-KEY
               FILE    STATUS  QUE-FILE-STATUS.
           SELECT  AUTH-FILE
               ASSIGN  USING   DSN-AUTH-DAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     AUTH-USERID
               FILE    STATUS  AUTH-FILE-STATUS.
           SELECT  JRN-FILE
               ASSIGN  USING   DSN-MAINT-JOURNAL
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  JRN-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  QUE-FILE.
           COPY    QUEREC.
       FD  AUTH-FILE.
           COPY    AUTHREC.
       FD  JRN-FILE.
           COPY    JRNREC.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-DONE            PIC 9       VALUE ZERO.
           02  FLG-SIGNON-OK       PIC 9       VALUE ZERO.
           02  FLG-QUE-EOF         PIC 9       VALUE ZERO.
           02  FLG-SELECTED        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  QUE-FILE-STATUS     PIC X(02).
           02  AUTH-FILE-STATUS    PIC X(02).
           02  JRN-FILE-STATUS     PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  WRK-CHOICE          PIC X(01).
           02  WRK-OPERATOR        PIC X(08).
           02  WRK-CLASS           PIC X(01).
           02  WRK-SIGNON-USERID   PIC X(08).
           02  WRK-SIGNON-PASSWD   PIC X(08).
           02  WRK-IMAGE           PIC X(64).
           02  WRK-LIST-BY         PIC X(01).
           02  WRK-LIST-VALUE      PIC X(08).
           02  WRK-KEY-DATE        PIC X(08).
           02  WRK-KEY-TIME        PIC X(08).
           02  WRK-KEY-PNAME       PIC X(08).
           02  WRK-RC-EDIT         PIC -ZZZ9.
           02  WRK-PATH-EDIT       PIC ZZZZZZZZ9.
           02  LIST-COUNT          PIC S9(9)   BINARY.
           02  PURGE-COUNT         PIC S9(9)   BINARY.
           02  WRK-RETAIN-IN       PIC X(05).
           02  WRK-RETAIN-SHIFT    PIC X(05).
           02  RETAIN-DAYS         PIC 9(05)   VALUE ZERO.
           02  WRK-SYSDATE         PIC 9(08).
           02  TODAY-SERIAL        PIC S9(9)   BINARY.
      *
      *    Scratch fields for 720-DATE-TO-SERIAL -- a day count that
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
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-WORK-QUEUE      PIC X(40).
           02  DSN-AUTH-DAT        PIC X(40).
           02  DSN-MAINT-JOURNAL   PIC X(40).
           COPY    REGAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 040-RESOLVE-REGION.
           PERFORM 050-SIGNON.
      *
      *    The queue is created by the first ENQUEUE -- a missing
      *    file here means there is nothing to maintain, not a file
      *    to make.
      *
           IF      (  FLG-SIGNON-OK  =  1  )
               OPEN    I-O         QUE-FILE
               IF      (  QUE-FILE-STATUS  NOT =  '00'  )
                   DISPLAY '*** CANNOT OPEN work.queue, STATUS ['
                       QUE-FILE-STATUS ']'
                       UPON    CONSOLE
                   CLOSE   QUE-FILE
                   MOVE    ZERO    TO  FLG-SIGNON-OK
               END-IF
           END-IF.
      *
           IF      (  FLG-SIGNON-OK  =  1  )
               OPEN    EXTEND      JRN-FILE
               IF      (  JRN-FILE-STATUS  NOT =  '00'  )
                   CLOSE   JRN-FILE
                   OPEN    OUTPUT  JRN-FILE
               END-IF
      *
               PERFORM 100-MENU
                   UNTIL   (  FLG-DONE  >  ZERO  )
      *
               CLOSE
                   QUE-FILE
                   JRN-FILE
           END-IF.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       040-RESOLVE-REGION      SECTION.
           MOVE    'work.queue'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-WORK-QUEUE.
      *
           MOVE    'auth.dat'      TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-AUTH-DAT.
      *
           MOVE    'maint.journal' TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-MAINT-JOURNAL.
      *
           DISPLAY '*** QUEMAINT REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
      *    050-SIGNON validates the operator against auth.dat.  There
      *    is no setup waiver here: queue entries belong to signed-on
      *    userids, so a shop without credentials has no queue to
      *    look after.
      *****************************************************************
       050-SIGNON              SECTION.
           OPEN    INPUT       AUTH-FILE.
           IF      (  AUTH-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN auth.dat, STATUS ['
                   AUTH-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   AUTH-FILE
           ELSE
               PERFORM 060-SIGNON-PROMPT
               CLOSE   AUTH-FILE
           END-IF.
      *****************************************************************
       060-SIGNON-PROMPT       SECTION.
           DISPLAY 'OPERATOR USERID: '
               UPON    CONSOLE.
           ACCEPT   WRK-SIGNON-USERID   FROM    CONSOLE.
           DISPLAY 'PASSWORD       : '
               UPON    CONSOLE.
           ACCEPT   WRK-SIGNON-PASSWD   NO-ECHO.
      *
           MOVE    WRK-SIGNON-USERID   TO  AUTH-USERID.
           READ    AUTH-FILE
               KEY IS  AUTH-USERID
             INVALID KEY
               DISPLAY '*** SIGNON FAILED'
                   UPON    CONSOLE
             NOT INVALID KEY
               EVALUATE    TRUE
                 WHEN    (  AUTH-LOCKED  =  1  )
                   DISPLAY '*** USERID IS LOCKED'
                       UPON    CONSOLE
                 WHEN    (  AUTH-PASSWORD  NOT =  WRK-SIGNON-PASSWD  )
                   DISPLAY '*** SIGNON FAILED'
                       UPON    CONSOLE
                 WHEN      OTHER
                   MOVE    WRK-SIGNON-USERID   TO  WRK-OPERATOR
                   MOVE    AUTH-CLASS          TO  WRK-CLASS
                   MOVE    1                   TO  FLG-SIGNON-OK
               END-EVALUATE
           END-READ.
      *****************************************************************
       100-MENU                SECTION.
           DISPLAY '*** WORK QUEUE MAINTENANCE'
               UPON    CONSOLE.
           DISPLAY '    L)IST  C)ANCEL  R)ESUBMIT  P)URGE  Q)UIT'
               UPON    CONSOLE.
           ACCEPT  WRK-CHOICE      FROM    CONSOLE.
      *
           EVALUATE    WRK-CHOICE
             WHEN     'L'
               PERFORM 200-LIST
             WHEN     'C'
               PERFORM 300-CANCEL
             WHEN     'R'
               PERFORM 400-RESUBMIT
             WHEN     'P'
               PERFORM 500-PURGE
             WHEN     'Q'
               MOVE    1           TO  FLG-DONE
             WHEN      OTHER
               DISPLAY '*** INVALID CHOICE'
                   UPON    CONSOLE
           END-EVALUATE.
      *****************************************************************
       200-LIST                 SECTION.
           DISPLAY 'LIST BY T)ERMINAL U)SERID S)TATUS D)ATE A)LL: '
               UPON    CONSOLE.
           ACCEPT   WRK-LIST-BY     FROM    CONSOLE.
           MOVE    SPACES      TO  WRK-LIST-VALUE.
      *
           EVALUATE    WRK-LIST-BY
             WHEN     'T'
               DISPLAY 'TERMINAL       : '
                   UPON    CONSOLE
               ACCEPT   WRK-LIST-VALUE  FROM    CONSOLE
             WHEN     'U'
               DISPLAY 'USERID         : '
                   UPON    CONSOLE
               ACCEPT   WRK-LIST-VALUE  FROM    CONSOLE
             WHEN     'S'
               DISPLAY 'STATUS (Q/D/F/C): '
                   UPON    CONSOLE
               ACCEPT   WRK-LIST-VALUE  FROM    CONSOLE
             WHEN     'D'
               DISPLAY 'ENQUEUE DATE   : (YYYYMMDD)'
                   UPON    CONSOLE
               ACCEPT   WRK-LIST-VALUE  FROM    CONSOLE
             WHEN      OTHER
               MOVE    'A'         TO  WRK-LIST-BY
           END-EVALUATE.
      *
           MOVE    ZERO        TO  LIST-COUNT.
           MOVE    ZERO        TO  FLG-QUE-EOF.
           MOVE    LOW-VALUES  TO  QUE-KEY.
           START   QUE-FILE
               KEY IS  NOT LESS    QUE-KEY
             INVALID KEY
               MOVE    1           TO  FLG-QUE-EOF
           END-START.
      *
           DISPLAY 'DATE     TIME     TERMINAL USERID   FUNCTION  '
               '  PATH-ID S    RC STATUS-ON'
               UPON    CONSOLE.
           PERFORM 210-LIST-NEXT
               UNTIL   (  FLG-QUE-EOF  >  ZERO  ).
           DISPLAY '*** [' LIST-COUNT '] ENTRIES LISTED'
               UPON    CONSOLE.
      *****************************************************************
       210-LIST-NEXT            SECTION.
           READ    QUE-FILE        NEXT
             AT  END
               MOVE    1           TO  FLG-QUE-EOF
             NOT AT END
               EVALUATE    WRK-LIST-BY
                 WHEN     'T'
                   IF      (  QUE-PNAME  =  WRK-LIST-VALUE  )
                       PERFORM 220-LIST-ENTRY
                   END-IF
                 WHEN     'U'
                   IF      (  QUE-USERID  =  WRK-LIST-VALUE  )
                       PERFORM 220-LIST-ENTRY
                   END-IF
                 WHEN     'S'
                   IF      (  QUE-STATUS  =  WRK-LIST-VALUE(1:1)  )
                       PERFORM 220-LIST-ENTRY
                   END-IF
                 WHEN     'D'
                   IF      (  QUE-KEY(1:8)  =  WRK-LIST-VALUE  )
                       PERFORM 220-LIST-ENTRY
                   END-IF
                 WHEN      OTHER
                   PERFORM 220-LIST-ENTRY
               END-EVALUATE
           END-READ.
      *****************************************************************
       220-LIST-ENTRY           SECTION.
           ADD     1               TO  LIST-COUNT.
           MOVE    QUE-PATH-ID     TO  WRK-PATH-EDIT.
           MOVE    QUE-RC          TO  WRK-RC-EDIT.
           DISPLAY QUE-DATE ' ' QUE-TIME ' ' QUE-PNAME ' '
               QUE-USERID ' ' QUE-FUNC ' ' WRK-PATH-EDIT ' '
               QUE-STATUS ' ' WRK-RC-EDIT ' ' QUE-STATUS-DATE
               UPON    CONSOLE.
      *****************************************************************
      *    250-GET-ENTRY keys an entry's full key -- enqueue date,
      *    time and terminal, exactly as L)IST shows them -- and reads
      *    it.  FLG-SELECTED is 1 when the entry is there.
      *****************************************************************
       250-GET-ENTRY            SECTION.
           MOVE    ZERO        TO  FLG-SELECTED.
           DISPLAY 'ENQUEUE DATE   : '
               UPON    CONSOLE.
           ACCEPT   WRK-KEY-DATE    FROM    CONSOLE.
           DISPLAY 'ENQUEUE TIME   : '
               UPON    CONSOLE.
           ACCEPT   WRK-KEY-TIME    FROM    CONSOLE.
           DISPLAY 'TERMINAL       : '
               UPON    CONSOLE.
           ACCEPT   WRK-KEY-PNAME   FROM    CONSOLE.
      *
           IF      (  WRK-KEY-DATE  NOT NUMERIC  )
               OR  (  WRK-KEY-TIME  NOT NUMERIC  )
               DISPLAY '*** DATE AND TIME MUST BE 8 DIGITS EACH'
                   UPON    CONSOLE
           ELSE
               MOVE    WRK-KEY-DATE    TO  QUE-DATE
               MOVE    WRK-KEY-TIME    TO  QUE-TIME
               MOVE    WRK-KEY-PNAME   TO  QUE-PNAME
               READ    QUE-FILE
                   KEY IS  QUE-KEY
                 INVALID KEY
                   DISPLAY '*** QUEUE ENTRY NOT FOUND'
                       UPON    CONSOLE
                 NOT INVALID KEY
                   MOVE    1           TO  FLG-SELECTED
               END-READ
           END-IF.
      *****************************************************************
      *    300-CANCEL -- a clerk may withdraw only an entry of their
      *    own, and only while it is still waiting for the drain.
      *****************************************************************
       300-CANCEL               SECTION.
           PERFORM 250-GET-ENTRY.
      *
           IF      (  FLG-SELECTED  =  1  )
               EVALUATE    TRUE
                 WHEN    (  QUE-USERID  NOT =  WRK-OPERATOR  )
                   DISPLAY '*** ENTRY WAS QUEUED BY ANOTHER USERID'
                       UPON    CONSOLE
                 WHEN    (  QUE-STATUS  NOT =  'Q'  )
                   DISPLAY '*** ONLY A QUEUED (Q) ENTRY CAN BE'
                       ' CANCELLED'
                       UPON    CONSOLE
                 WHEN      OTHER
                   PERFORM 710-FORMAT-QUEUE-IMAGE
                   MOVE    WRK-IMAGE   TO  JRN-BEFORE
                   MOVE    'C'         TO  QUE-STATUS
                   ACCEPT   QUE-STATUS-DATE FROM    DATE    YYYYMMDD
                   ACCEPT   QUE-STATUS-TIME FROM    TIME
                   REWRITE QUE-REC
                   PERFORM 710-FORMAT-QUEUE-IMAGE
                   MOVE    'CANCEL'    TO  JRN-ACTION
                   MOVE    QUE-KEY(1:16)   TO  JRN-KEY
                   MOVE    WRK-IMAGE   TO  JRN-AFTER
                   PERFORM 700-WRITE-JOURNAL
                   DISPLAY '*** ENTRY CANCELLED'
                       UPON    CONSOLE
               END-EVALUATE
           END-IF.
      *****************************************************************
      *    400-RESUBMIT -- a supervisor sends a failed entry round
      *    again as it stands; the RC it failed with is in the
      *    journal's before image.  An entry MCPSUB parked on
      *    pending.change (RC 82) is never sent round again: the
      *    change is already waiting there, and a second drain would
      *    only park it twice -- it is settled through PENDMAINT.
      *****************************************************************
       400-RESUBMIT             SECTION.
           IF      (  WRK-CLASS  NOT =  'S'  )
               DISPLAY '*** SUPERVISOR (S) CLASS REQUIRED'
                   UPON    CONSOLE
           ELSE
               PERFORM 250-GET-ENTRY
               IF      (  FLG-SELECTED  =  1  )
                   EVALUATE    TRUE
                     WHEN    (  QUE-RC  =  82  )
                       DISPLAY '*** ENTRY IS PARKED FOR SUPERVISOR'
                           ' APPROVAL -- SETTLE IT THROUGH PENDMAINT'
                           UPON    CONSOLE
                     WHEN    (  QUE-STATUS  NOT =  'F'  )
                       DISPLAY '*** ONLY A FAILED (F) ENTRY CAN BE'
                           ' RESUBMITTED'
                           UPON    CONSOLE
                     WHEN      OTHER
                       PERFORM 710-FORMAT-QUEUE-IMAGE
                       MOVE    WRK-IMAGE   TO  JRN-BEFORE
                       MOVE    'Q'         TO  QUE-STATUS
                       MOVE    ZERO        TO  QUE-RC
                       ACCEPT   QUE-STATUS-DATE FROM  DATE  YYYYMMDD
                       ACCEPT   QUE-STATUS-TIME FROM  TIME
                       REWRITE QUE-REC
                       PERFORM 710-FORMAT-QUEUE-IMAGE
                       MOVE    'RESUBMIT'  TO  JRN-ACTION
                       MOVE    QUE-KEY(1:16)   TO  JRN-KEY
                       MOVE    WRK-IMAGE   TO  JRN-AFTER
                       PERFORM 700-WRITE-JOURNAL
                       DISPLAY '*** ENTRY QUEUED FOR THE NEXT DRAIN'
                           UPON    CONSOLE
                   END-EVALUATE
               END-IF
           END-IF.
      *****************************************************************
       500-PURGE                SECTION.
           IF      (  WRK-CLASS  NOT =  'U'  )
               AND (  WRK-CLASS  NOT =  'S'  )
               DISPLAY '*** UPDATE (U) CLASS REQUIRED'
                   UPON    CONSOLE
           ELSE
               PERFORM 510-GET-RETENTION
               ACCEPT   WRK-SYSDATE     FROM    DATE    YYYYMMDD
               MOVE     WRK-SYSDATE     TO      CONV-DATE
               PERFORM  720-DATE-TO-SERIAL
               MOVE     CONV-SERIAL     TO      TODAY-SERIAL
      *
               MOVE    ZERO        TO  PURGE-COUNT
               MOVE    ZERO        TO  FLG-QUE-EOF
               MOVE    LOW-VALUES  TO  QUE-KEY
               START   QUE-FILE
                   KEY IS  NOT LESS    QUE-KEY
                 INVALID KEY
                   MOVE    1           TO  FLG-QUE-EOF
               END-START
               PERFORM 520-PURGE-NEXT
                   UNTIL   (  FLG-QUE-EOF  >  ZERO  )
               DISPLAY '*** [' PURGE-COUNT '] ENTRIES PURGED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       510-GET-RETENTION        SECTION.
           DISPLAY 'RETENTION DAYS : (BLANK = 7)'
               UPON    CONSOLE.
           ACCEPT   WRK-RETAIN-IN   FROM    CONSOLE.
      *
      *    Console input arrives left-justified -- shift it right and
      *    zero-fill so "7" is taken as 00007, the way the operator
      *    meant it.
      *
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  5  )
               IF      (  WRK-RETAIN-IN(5:1)  =  SPACE  )
                   MOVE    WRK-RETAIN-IN       TO  WRK-RETAIN-SHIFT
                   MOVE    SPACES              TO  WRK-RETAIN-IN
                   MOVE    WRK-RETAIN-SHIFT(1:4)
                       TO  WRK-RETAIN-IN(2:4)
               END-IF
           END-PERFORM.
           INSPECT WRK-RETAIN-IN
               REPLACING   LEADING SPACE   BY  ZERO.
      *
           IF      (  WRK-RETAIN-IN  NOT NUMERIC  )
               OR  (  WRK-RETAIN-IN  =  '00000'   )
               MOVE    7           TO  RETAIN-DAYS
               DISPLAY '*** RETENTION DEFAULTED TO [' RETAIN-DAYS
                   '] DAYS'
                   UPON    CONSOLE
           ELSE
               MOVE    WRK-RETAIN-IN   TO  RETAIN-DAYS
           END-IF.
      *****************************************************************
       520-PURGE-NEXT           SECTION.
           READ    QUE-FILE        NEXT
             AT  END
               MOVE    1           TO  FLG-QUE-EOF
             NOT AT END
               IF      (  QUE-STATUS  =  'D'  )
                   OR  (  QUE-STATUS  =  'C'  )
                   MOVE     QUE-STATUS-DATE    TO  CONV-DATE
                   PERFORM  720-DATE-TO-SERIAL
                   IF      (  TODAY-SERIAL  -  CONV-SERIAL
                                           >  RETAIN-DAYS  )
                       PERFORM 710-FORMAT-QUEUE-IMAGE
                       DELETE  QUE-FILE
                       MOVE    'PURGE'     TO  JRN-ACTION
                       MOVE    QUE-KEY(1:16)   TO  JRN-KEY
                       MOVE    WRK-IMAGE   TO  JRN-BEFORE
                       MOVE    SPACES      TO  JRN-AFTER
                       PERFORM 700-WRITE-JOURNAL
                       ADD     1           TO  PURGE-COUNT
                   END-IF
               END-IF
           END-READ.
      *****************************************************************
      *    720-DATE-TO-SERIAL turns CONV-DATE (YYYYMMDD) into a day
      *    count: serial = 365y + y/4 - y/100 + y/400 + 153(m+1)/5
      *    + dd, with January/February counted as months 13/14 of the
      *    prior year so the leap day lands where it belongs.  All
      *    divisions truncate (DIVIDE into BINARY fields).
      *****************************************************************
       720-DATE-TO-SERIAL      SECTION.
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
       700-WRITE-JOURNAL        SECTION.
           ACCEPT   JRN-DATE        FROM    DATE    YYYYMMDD.
           ACCEPT   JRN-TIME        FROM    TIME.
           MOVE     WRK-OPERATOR    TO      JRN-OPERATOR.
           MOVE     'QUEMAINT'      TO      JRN-PROGRAM.
      *
           WRITE   JRN-REC.
      *****************************************************************
       710-FORMAT-QUEUE-IMAGE   SECTION.
           MOVE    QUE-RC      TO  WRK-RC-EDIT.
           MOVE    SPACES      TO  WRK-IMAGE.
           STRING  QUE-PNAME       DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   QUE-USERID      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   QUE-FUNC        DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   QUE-STATUS      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WRK-RC-EDIT     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   QUE-STATUS-DATE DELIMITED BY SIZE
               INTO    WRK-IMAGE.
