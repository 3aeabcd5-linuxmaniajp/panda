       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 PENDMAINT.
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
      * Interactive supervisor maintenance of pending.change, the
      * updates MCPSUB parked (RC 82) because their path-id fell
      * inside a protect.range range.  The operator signs on against
      * auth.dat and must hold AUTH-CLASS 'S'; the same userid then
      * opens an MCPSUB session, since an approval is driven through
      * the bridge like any other update:
      *
      *   L)IST      pending changes by status (P/A/J), or all of
      *              them
      *   A)PPROVE   drive a pending ('P') change through MCPSUB's
      *              'APPROVE' inside its own unit of work and commit
      *              it -- it then stands on data.journal under the
      *              maker and the checker, and MCPSUB marks it 'A'
      *   R)EJECT    close a pending change out as 'J' with a keyed
      *              reason; nothing is driven
      *
      * No userid approves or rejects its own change: MCPSUB refuses
      * the approval (RC 80, written to security.log) and R)EJECT
      * refuses the rejection here.  Every approval and rejection
      * writes a JRNREC audit record to maint.journal with the entry
      * before and after; the journal key is the parking date and
      * time, and the image carries the terminal.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  PEND-FILE
               ASSIGN  USING   DSN-PENDING-CHANGE
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     PEND-KEY
               FILE    STATUS  PEND-FILE-STATUS.
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
       FD  PEND-FILE.
           COPY    PENDREC.
       FD  AUTH-FILE.
           COPY    AUTHREC.
       FD  JRN-FILE.
           COPY    JRNREC.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-DONE            PIC 9       VALUE ZERO.
           02  FLG-SIGNON-OK       PIC 9       VALUE ZERO.
           02  FLG-DBOPEN-OK       PIC 9       VALUE ZERO.
           02  FLG-PEND-EOF        PIC 9       VALUE ZERO.
           02  FLG-SELECTED        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  PEND-FILE-STATUS    PIC X(02).
           02  AUTH-FILE-STATUS    PIC X(02).
           02  JRN-FILE-STATUS     PIC X(02).
       01  WORK.
           02  WRK-CHOICE          PIC X(01).
           02  WRK-CONFIRM         PIC X(01).
           02  WRK-OPERATOR        PIC X(08).
           02  WRK-SIGNON-USERID   PIC X(08).
           02  WRK-SIGNON-PASSWD   PIC X(08).
           02  WRK-IMAGE           PIC X(64).
           02  WRK-LIST-BY         PIC X(01).
           02  WRK-KEY-DATE        PIC X(08).
           02  WRK-KEY-TIME        PIC X(08).
           02  WRK-KEY-PNAME       PIC X(08).
           02  WRK-REASON          PIC X(40).
           02  WRK-PATH-EDIT       PIC ZZZZZZZZ9.
           02  LIST-COUNT          PIC S9(9)   BINARY.
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-PENDING-CHANGE  PIC X(40).
           02  DSN-AUTH-DAT        PIC X(40).
           02  DSN-MAINT-JOURNAL   PIC X(40).
           COPY    REGAREA.
       COPY    DB-META.
       COPY    MCPAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 040-RESOLVE-REGION.
           PERFORM 050-SIGNON.
      *
           IF      (  FLG-SIGNON-OK  =  1  )
               PERFORM 070-BRIDGE-SIGNON
           END-IF.
      *
           IF      (  FLG-DBOPEN-OK  =  1  )
               OPEN    EXTEND      JRN-FILE
               IF      (  JRN-FILE-STATUS  NOT =  '00'  )
                   CLOSE   JRN-FILE
                   OPEN    OUTPUT  JRN-FILE
               END-IF
      *
               PERFORM 100-MENU
                   UNTIL   (  FLG-DONE  >  ZERO  )
      *
               CLOSE   JRN-FILE
               PERFORM 900-SIGNOFF
           END-IF.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       040-RESOLVE-REGION      SECTION.
           MOVE    'pending.change'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-PENDING-CHANGE.
      *
           MOVE    'auth.dat'      TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-AUTH-DAT.
      *
           MOVE    'maint.journal' TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-MAINT-JOURNAL.
      *
           DISPLAY '*** PENDMAINT REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
      *    050-SIGNON validates the operator against auth.dat and
      *    holds the program to supervisors (AUTH-CLASS 'S').  There
      *    is no setup waiver: a change can only have been parked
      *    under a signed-on userid.
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
                 WHEN    (  AUTH-CLASS  NOT =  'S'  )
                   DISPLAY '*** SUPERVISOR (S) CLASS REQUIRED'
                       UPON    CONSOLE
                 WHEN      OTHER
                   MOVE    WRK-SIGNON-USERID   TO  WRK-OPERATOR
                   MOVE    1                   TO  FLG-SIGNON-OK
               END-EVALUATE
           END-READ.
      *****************************************************************
      *    070-BRIDGE-SIGNON opens the MCPSUB session approvals are
      *    driven through, under the userid just signed on.
      *****************************************************************
       070-BRIDGE-SIGNON       SECTION.
           MOVE    SPACES              TO  MCP-NEW-PASSWORD.
           MOVE    WRK-OPERATOR        TO  MCP-USERID.
           MOVE    WRK-SIGNON-PASSWD   TO  MCP-PASSWORD.
           MOVE    'PENDMAINT'         TO  MCP-PNAME.
      *
           MOVE    'AUTH'      TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-RC  NOT =  ZERO  )
               DISPLAY '*** PENDMAINT AUTH FAILED, RC = [' MCP-RC ']'
                   UPON    CONSOLE
           ELSE
               MOVE    'DBOPEN'    TO  MCP-FUNC
               CALL    'MCPSUB'    USING
                    MCPAREA
                    METADB
               IF      (  MCP-RC  NOT =  ZERO  )
                   DISPLAY '*** PENDMAINT DBOPEN FAILED, RC = ['
                       MCP-RC ']'
                       UPON    CONSOLE
               ELSE
                   MOVE    1           TO  FLG-DBOPEN-OK
               END-IF
           END-IF.
      *****************************************************************
       100-MENU                SECTION.
           DISPLAY '*** PENDING CHANGE APPROVAL'
               UPON    CONSOLE.
           DISPLAY '    L)IST  A)PPROVE  R)EJECT  Q)UIT'
               UPON    CONSOLE.
           ACCEPT  WRK-CHOICE      FROM    CONSOLE.
      *
           EVALUATE    WRK-CHOICE
             WHEN     'L'
               PERFORM 200-LIST
             WHEN     'A'
               PERFORM 300-APPROVE
             WHEN     'R'
               PERFORM 400-REJECT
             WHEN     'Q'
               MOVE    1           TO  FLG-DONE
             WHEN      OTHER
               DISPLAY '*** INVALID CHOICE'
                   UPON    CONSOLE
           END-EVALUATE.
      *****************************************************************
      *    200-LIST -- pending.change is created by the first parked
      *    change; a missing file means nothing has been parked.
      *****************************************************************
       200-LIST                 SECTION.
           DISPLAY 'LIST STATUS P)ENDING A)PPROVED J)REJECTED'
               ' BLANK=ALL: '
               UPON    CONSOLE.
           ACCEPT   WRK-LIST-BY     FROM    CONSOLE.
      *
           OPEN    INPUT       PEND-FILE.
           IF      (  PEND-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO PENDING CHANGES, pending.change STATUS ['
                   PEND-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   PEND-FILE
           ELSE
               MOVE    ZERO        TO  LIST-COUNT
               MOVE    ZERO        TO  FLG-PEND-EOF
               MOVE    LOW-VALUES  TO  PEND-KEY
               START   PEND-FILE
                   KEY IS  NOT LESS    PEND-KEY
                 INVALID KEY
                   MOVE    1           TO  FLG-PEND-EOF
               END-START
      *
               DISPLAY 'DATE     TIME     TERMINAL MAKER    FUNCTION  '
                   '  PATH-ID S CHECKER  STATUS-ON'
                   UPON    CONSOLE
               PERFORM 210-LIST-NEXT
                   UNTIL   (  FLG-PEND-EOF  >  ZERO  )
               DISPLAY '*** [' LIST-COUNT '] CHANGES LISTED'
                   UPON    CONSOLE
               CLOSE   PEND-FILE
           END-IF.
      *****************************************************************
       210-LIST-NEXT            SECTION.
           READ    PEND-FILE       NEXT
             AT  END
               MOVE    1           TO  FLG-PEND-EOF
             NOT AT END
               IF      (  WRK-LIST-BY  =  SPACE        )
                   OR  (  WRK-LIST-BY  =  PEND-STATUS  )
                   PERFORM 220-LIST-ENTRY
               END-IF
           END-READ.
      *****************************************************************
       220-LIST-ENTRY           SECTION.
           ADD     1               TO  LIST-COUNT.
           MOVE    PEND-PATH-ID    TO  WRK-PATH-EDIT.
           DISPLAY PEND-DATE ' ' PEND-TIME ' ' PEND-PNAME ' '
               PEND-MAKER ' ' PEND-FUNC ' ' WRK-PATH-EDIT ' '
               PEND-STATUS ' ' PEND-CHECKER ' ' PEND-STATUS-DATE
               UPON    CONSOLE.
           IF      (  PEND-STATUS  =  'J'  )
               DISPLAY '    REASON: ' PEND-REASON
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
      *    250-GET-ENTRY keys a change's full key -- parking date,
      *    time and terminal, exactly as L)IST shows them -- and
      *    reads it from pending.change, which the caller has open.
      *    FLG-SELECTED is 1 when the change is there.
      *****************************************************************
       250-GET-ENTRY            SECTION.
           MOVE    ZERO        TO  FLG-SELECTED.
           DISPLAY 'PARKED DATE    : '
               UPON    CONSOLE.
           ACCEPT   WRK-KEY-DATE    FROM    CONSOLE.
           DISPLAY 'PARKED TIME    : '
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
               MOVE    WRK-KEY-DATE    TO  PEND-DATE
               MOVE    WRK-KEY-TIME    TO  PEND-TIME
               MOVE    WRK-KEY-PNAME   TO  PEND-PNAME
               READ    PEND-FILE
                   KEY IS  PEND-KEY
                 INVALID KEY
                   DISPLAY '*** PENDING CHANGE NOT FOUND'
                       UPON    CONSOLE
                 NOT INVALID KEY
                   MOVE    1           TO  FLG-SELECTED
                   PERFORM 220-LIST-ENTRY
               END-READ
           END-IF.
      *****************************************************************
      *    300-APPROVE shows the change, and once the supervisor
      *    confirms, drives it through MCPSUB's 'APPROVE' in a unit
      *    of work of its own.  pending.change is closed again before
      *    the call -- MCPSUB opens it itself to read the change and,
      *    at the commit, to mark it approved.  Every rule of approval
      *    (still pending, not the supervisor's own, path-id not held,
      *    record unchanged since it was parked) is MCPSUB's to keep;
      *    this section only spells out its answer.
      *****************************************************************
       300-APPROVE              SECTION.
           OPEN    INPUT       PEND-FILE.
           IF      (  PEND-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO PENDING CHANGES, pending.change STATUS ['
                   PEND-FILE-STATUS ']'
                   UPON    CONSOLE
               MOVE    ZERO        TO  FLG-SELECTED
           ELSE
               PERFORM 250-GET-ENTRY
               IF      (  FLG-SELECTED  =  1  )
                   PERFORM 710-FORMAT-PENDING-IMAGE
                   MOVE    WRK-IMAGE   TO  JRN-BEFORE
               END-IF
           END-IF.
           CLOSE   PEND-FILE.
      *
           IF      (  FLG-SELECTED  =  1  )
               DISPLAY 'APPROVE THIS CHANGE (Y/N): '
                   UPON    CONSOLE
               ACCEPT   WRK-CONFIRM     FROM    CONSOLE
               IF      (  WRK-CONFIRM  =  'Y'  )
                   PERFORM 310-DRIVE-APPROVAL
               ELSE
                   DISPLAY '*** APPROVAL NOT TAKEN'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *****************************************************************
      *    310-DRIVE-APPROVAL drives the change inside a unit of work
      *    of its own.  Without a DBSTART there is none -- no
      *    checkpoint, no governor, and during a drain nothing that
      *    CTLBACK can count on being still -- so a refused DBSTART
      *    (88 while the bridge drains) leaves the change pending.
      *****************************************************************
       310-DRIVE-APPROVAL       SECTION.
           MOVE    'DBSTART'   TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-RC  NOT =  ZERO  )
               IF      (  MCP-RC  =  88  )
                   DISPLAY '*** BRIDGE IS DRAINING, CHANGE LEFT'
                       ' PENDING'
                       UPON    CONSOLE
               ELSE
                   DISPLAY '*** PENDMAINT DBSTART FAILED, RC = ['
                       MCP-RC '], CHANGE LEFT PENDING'
                       UPON    CONSOLE
               END-IF
           ELSE
               MOVE    SPACES          TO  DBDATA
               MOVE    WRK-KEY-DATE    TO  APPROVE-DATE
               MOVE    WRK-KEY-TIME    TO  APPROVE-TIME
               MOVE    WRK-KEY-PNAME   TO  APPROVE-PNAME
               MOVE    'APPROVE'   TO  MCP-FUNC
               CALL    'MCPSUB'    USING
                    MCPAREA
                    METADB
      *
               IF      (  MCP-RC  NOT =  ZERO  )
                   PERFORM 320-SPELL-REFUSAL
                   MOVE    'DBROLLBACK' TO  MCP-FUNC
                   CALL    'MCPSUB'    USING
                        MCPAREA
                        METADB
               ELSE
                   MOVE    'DBCOMMIT'   TO  MCP-FUNC
                   CALL    'MCPSUB'    USING
                        MCPAREA
                        METADB
                   IF      (  MCP-RC  NOT =  ZERO  )
                       DISPLAY '*** PENDMAINT DBCOMMIT FAILED, RC = ['
                           MCP-RC '], CHANGE LEFT PENDING'
                           UPON    CONSOLE
                       MOVE    'DBROLLBACK' TO  MCP-FUNC
                       CALL    'MCPSUB'    USING
                            MCPAREA
                            METADB
                   ELSE
                       PERFORM 330-JOURNAL-APPROVAL
                       DISPLAY '*** CHANGE APPROVED AND COMMITTED'
                           UPON    CONSOLE
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       320-SPELL-REFUSAL        SECTION.
           EVALUATE    MCP-RC
             WHEN      80
               EVALUATE    MCP-STATUS
                 WHEN     'NOT FOUND'
                   DISPLAY '*** PENDING CHANGE NOT FOUND'
                       UPON    CONSOLE
                 WHEN     'NOT PEND'
                   DISPLAY '*** CHANGE IS NO LONGER PENDING'
                       UPON    CONSOLE
                 WHEN     'OWN CHANGE'
                   DISPLAY '*** A USERID MAY NOT APPROVE ITS OWN'
                       ' CHANGE'
                       UPON    CONSOLE
                 WHEN     'CHANGED'
                   DISPLAY '*** RECORD HAS CHANGED SINCE THE CHANGE'
                       ' WAS PARKED -- REJECT IT AND HAVE IT KEYED'
                       ' AGAIN'
                       UPON    CONSOLE
                 WHEN      OTHER
                   DISPLAY '*** APPROVAL REFUSED [' MCP-STATUS ']'
                       UPON    CONSOLE
               END-EVALUATE
             WHEN      83
               DISPLAY '*** PATH-ID IS HELD BY TERMINAL ['
                   MCP-STATUS '], TRY AGAIN LATER'
                   UPON    CONSOLE
             WHEN      97
               DISPLAY '*** SUPERVISOR (S) CLASS REQUIRED'
                   UPON    CONSOLE
             WHEN      99
               DISPLAY '*** pending.change CANNOT BE OPENED'
                   UPON    CONSOLE
             WHEN      OTHER
               DISPLAY '*** APPROVAL FAILED, RC = [' MCP-RC ']'
                   UPON    CONSOLE
           END-EVALUATE.
      *****************************************************************
      *    330-JOURNAL-APPROVAL reads the change back after the commit
      *    for its after image -- MCPSUB has marked it 'A' by now.
      *    The key is taken from what was keyed, not from DBDATA,
      *    which the commit does not leave alone.
      *****************************************************************
       330-JOURNAL-APPROVAL     SECTION.
           MOVE    SPACES      TO  JRN-AFTER.
           OPEN    INPUT       PEND-FILE.
           IF      (  PEND-FILE-STATUS  =  '00'  )
               MOVE    WRK-KEY-DATE    TO  PEND-DATE
               MOVE    WRK-KEY-TIME    TO  PEND-TIME
               MOVE    WRK-KEY-PNAME   TO  PEND-PNAME
               READ    PEND-FILE
                   KEY IS  PEND-KEY
                 NOT INVALID KEY
                   PERFORM 710-FORMAT-PENDING-IMAGE
                   MOVE    WRK-IMAGE   TO  JRN-AFTER
               END-READ
           END-IF.
           CLOSE   PEND-FILE.
      *
           MOVE    'APPROVE'   TO  JRN-ACTION.
           MOVE    WRK-KEY-DATE    TO  JRN-KEY(1:8).
           MOVE    WRK-KEY-TIME    TO  JRN-KEY(9:8).
           PERFORM 700-WRITE-JOURNAL.
      *****************************************************************
      *    400-REJECT -- a rejection drives nothing, so it is made on
      *    pending.change directly.  It is held to the same rules as
      *    an approval: only a pending change, and never the
      *    supervisor's own.
      *****************************************************************
       400-REJECT               SECTION.
           OPEN    I-O         PEND-FILE.
           IF      (  PEND-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO PENDING CHANGES, pending.change STATUS ['
                   PEND-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               PERFORM 250-GET-ENTRY
               IF      (  FLG-SELECTED  =  1  )
                   EVALUATE    TRUE
                     WHEN    (  PEND-STATUS  NOT =  'P'  )
                       DISPLAY '*** ONLY A PENDING (P) CHANGE CAN BE'
                           ' REJECTED'
                           UPON    CONSOLE
                     WHEN    (  PEND-MAKER  =  WRK-OPERATOR  )
                       DISPLAY '*** A USERID MAY NOT REJECT ITS OWN'
                           ' CHANGE'
                           UPON    CONSOLE
                     WHEN      OTHER
                       PERFORM 410-REJECT-ENTRY
                   END-EVALUATE
               END-IF
           END-IF.
           CLOSE   PEND-FILE.
      *****************************************************************
       410-REJECT-ENTRY         SECTION.
           DISPLAY 'REASON         : '
               UPON    CONSOLE.
           ACCEPT   WRK-REASON      FROM    CONSOLE.
      *
           IF      (  WRK-REASON  =  SPACES  )
               DISPLAY '*** A REASON IS REQUIRED TO REJECT'
                   UPON    CONSOLE
           ELSE
               PERFORM 710-FORMAT-PENDING-IMAGE
               MOVE    WRK-IMAGE   TO  JRN-BEFORE
               MOVE    'J'         TO  PEND-STATUS
               MOVE    WRK-OPERATOR    TO  PEND-CHECKER
               MOVE    WRK-REASON  TO  PEND-REASON
               ACCEPT   PEND-STATUS-DATE    FROM    DATE    YYYYMMDD
               ACCEPT   PEND-STATUS-TIME    FROM    TIME
               REWRITE PEND-REC
      *
      *    A rejection that did not reach the file is not journalled
      *    -- the change is still pending, whatever was keyed.
      *
               IF      (  PEND-FILE-STATUS  NOT =  '00'  )
                   DISPLAY '*** REJECT NOT RECORDED, pending.change'
                       ' STATUS [' PEND-FILE-STATUS ']'
                       UPON    CONSOLE
               ELSE
                   PERFORM 710-FORMAT-PENDING-IMAGE
                   MOVE    'REJECT'    TO  JRN-ACTION
                   MOVE    PEND-KEY(1:16)  TO  JRN-KEY
                   MOVE    WRK-IMAGE   TO  JRN-AFTER
                   PERFORM 700-WRITE-JOURNAL
                   DISPLAY '*** CHANGE REJECTED'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *****************************************************************
       700-WRITE-JOURNAL        SECTION.
           ACCEPT   JRN-DATE        FROM    DATE    YYYYMMDD.
           ACCEPT   JRN-TIME        FROM    TIME.
           MOVE     WRK-OPERATOR    TO      JRN-OPERATOR.
           MOVE     'PENDMAINT'     TO      JRN-PROGRAM.
      *
           WRITE   JRN-REC.
      *****************************************************************
       710-FORMAT-PENDING-IMAGE SECTION.
           MOVE    PEND-PATH-ID    TO  WRK-PATH-EDIT.
           MOVE    SPACES      TO  WRK-IMAGE.
           STRING  PEND-PNAME      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   PEND-MAKER      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   PEND-FUNC       DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WRK-PATH-EDIT   DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   PEND-STATUS     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   PEND-CHECKER    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   PEND-STATUS-DATE    DELIMITED BY SIZE
               INTO    WRK-IMAGE.
      *****************************************************************
       900-SIGNOFF              SECTION.
           MOVE    'DBCLOSE'   TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
