       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QUERPT.
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
      * Morning status report over work.queue.  Lists, per userid,
      * every entry BATCHDRV's 300-DRAIN-QUEUE finished ('D') or
      * failed ('F') since a keyed date (blank = yesterday), going by
      * the QUE-STATUS-DATE stamp the drain sets.  A failed entry has
      * its QUE-RC spelled out beside it so the clerk can tell a
      * lock or a refused class, worth a R)ESUBMIT from QUEMAINT,
      * from an engine reject that needs the data fixing first.
      * Each userid closes with its done and failed counts.
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
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     QUE-KEY
               FILE    STATUS  QUE-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  QUE-FILE.
           COPY    QUEREC.
       WORKING-STORAGE         SECTION.
      *
      *    The report goes through the shared spool (SPOOLSUB), one
      *    catalogued member per run.
      *
       01  REPORT-LINE         PIC X(132).
       01  FLG.
           02  FLG-QUE-EOF         PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  QUE-FILE-STATUS     PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  DONE-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  FAIL-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  SEL-DATE            PIC 9(08)   VALUE ZERO.
           02  SEL-SERIAL          PIC S9(9)   BINARY.
           02  TODAY-SERIAL        PIC S9(9)   BINARY.
           02  WRK-DATE-IN         PIC X(08).
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
      *    The selected entries, and the userids they belong to in
      *    the order first met; the report walks USR-TABLE and prints
      *    each userid's entries under it.
      *
       01  ENT-TABLE.
           02  ENT-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 2000.
           02  ENT-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  ENT-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  ENT-ENTRY           OCCURS  2000 TIMES.
               03  ENT-USERID          PIC X(08).
               03  ENT-DATE            PIC 9(08).
               03  ENT-TIME            PIC 9(08).
               03  ENT-PNAME           PIC X(08).
               03  ENT-FUNC            PIC X(10).
               03  ENT-PATH-ID         PIC S9(9)   BINARY.
               03  ENT-STATUS          PIC X(01).
               03  ENT-RC              PIC S9(4)   BINARY.
               03  ENT-STATUS-DATE     PIC 9(08).
               03  ENT-STATUS-TIME     PIC 9(08).
       01  USR-TABLE.
           02  USR-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 500.
           02  USR-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  USR-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  USR-ENTRY           OCCURS  500 TIMES.
               03  USR-USERID          PIC X(08).
               03  USR-DONE            PIC S9(9)   BINARY.
               03  USR-FAILED          PIC S9(9)   BINARY.
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-WORK-QUEUE      PIC X(40).
           COPY    REGAREA.
       01  RPT-HEADING-1.
           02  FILLER          PIC X(40)   VALUE
               'PANDA -- WORK QUEUE MORNING REPORT'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-HEADING-2.
           02  FILLER          PIC X(23)   VALUE
               'ENTRIES DRAINED SINCE ['.
           02  RPT-SEL-DATE    PIC 9(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-USR-HEADING.
           02  FILLER          PIC X(08)   VALUE 'USERID ['.
           02  RPT-USERID      PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-COLUMNS.
           02  FILLER          PIC X(40)   VALUE
               '  QUEUED   AT       TERMINAL FUNCTION  '.
           02  FILLER          PIC X(40)   VALUE
               '   PATH-ID DRAINED  AT       S    RC  '.
           02  FILLER          PIC X(10)   VALUE 'OUTCOME'.
       01  RPT-DETAIL.
           02  FILLER          PIC X(02).
           02  RPT-DATE        PIC 9(08).
           02  FILLER          PIC X(01).
           02  RPT-TIME        PIC 9(08).
           02  FILLER          PIC X(01).
           02  RPT-PNAME       PIC X(08).
           02  FILLER          PIC X(01).
           02  RPT-FUNC        PIC X(10).
           02  FILLER          PIC X(01).
           02  RPT-PATH-ID     PIC ZZZZZZZZ9.
           02  FILLER          PIC X(01).
           02  RPT-STATUS-DATE PIC 9(08).
           02  FILLER          PIC X(01).
           02  RPT-STATUS-TIME PIC 9(08).
           02  FILLER          PIC X(01).
           02  RPT-STATUS      PIC X(01).
           02  FILLER          PIC X(01).
           02  RPT-RC          PIC -ZZZ9.
           02  FILLER          PIC X(02).
           02  RPT-OUTCOME     PIC X(40).
       01  RPT-USR-TOTAL.
           02  FILLER          PIC X(10)   VALUE '  DONE ['.
           02  RPT-USR-DONE    PIC ZZZZZ9.
           02  FILLER          PIC X(12)   VALUE ']  FAILED ['.
           02  RPT-USR-FAILED  PIC ZZZZZ9.
           02  FILLER          PIC X(01)   VALUE ']'.
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
           OPEN    INPUT   QUE-FILE.
           IF      (  QUE-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO WORK QUEUE TO REPORT, STATUS ['
                   QUE-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               PERFORM 200-SELECT-ENTRY
                   UNTIL   (  FLG-QUE-EOF  >  ZERO  )
               CLOSE   QUE-FILE
      *
               PERFORM 940-SPOOL-OPEN
               PERFORM 800-PRINT-REPORT
               PERFORM 945-SPOOL-CLOSE
           END-IF.
      *
           DISPLAY '*** QUERPT ENTRIES DONE   [' DONE-COUNT ']'
               UPON    CONSOLE.
           DISPLAY '*** QUERPT ENTRIES FAILED [' FAIL-COUNT ']'
               UPON    CONSOLE.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       050-RESOLVE-REGION      SECTION.
           MOVE    'work.queue'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-WORK-QUEUE.
      *
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** QUERPT REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
      *    100-GET-SELECTION -- the report is run first thing, so the
      *    default is yesterday: everything drained in last night's
      *    window, whichever side of midnight it finished.
      *****************************************************************
       100-GET-SELECTION       SECTION.
           DISPLAY 'DRAINED SINCE  : (YYYYMMDD, BLANK = YESTERDAY)'
               UPON    CONSOLE.
           ACCEPT   WRK-DATE-IN     FROM    CONSOLE.
      *
           IF      (  WRK-DATE-IN  NUMERIC  )
               MOVE    WRK-DATE-IN     TO  SEL-DATE
               MOVE    SEL-DATE        TO  CONV-DATE
               PERFORM 700-DATE-TO-SERIAL
               MOVE    CONV-SERIAL     TO  SEL-SERIAL
           ELSE
               ACCEPT   CONV-DATE       FROM    DATE    YYYYMMDD
               PERFORM 700-DATE-TO-SERIAL
               MOVE    CONV-SERIAL     TO  TODAY-SERIAL
               COMPUTE SEL-SERIAL  =  TODAY-SERIAL  -  1
      *
      *        Yesterday's calendar date for the heading: step back
      *        a day and, at the first of a month, take the last day
      *        of the month before.
      *
               IF      (  CONV-DD  >  1  )
                   SUBTRACT    1       FROM    CONV-DD
               ELSE
                   IF      (  CONV-MM  =  1  )
                       SUBTRACT    1       FROM    CONV-YYYY
                       MOVE    12      TO  CONV-MM
                   ELSE
                       SUBTRACT    1       FROM    CONV-MM
                   END-IF
                   MOVE    31      TO  CONV-DD
                   PERFORM 700-DATE-TO-SERIAL
                   PERFORM UNTIL   (  CONV-SERIAL  =  SEL-SERIAL  )
                       SUBTRACT    1       FROM    CONV-DD
                       PERFORM 700-DATE-TO-SERIAL
                   END-PERFORM
               END-IF
               MOVE    CONV-DATE       TO  SEL-DATE
           END-IF.
      *
           MOVE    SEL-DATE        TO  RPT-SEL-DATE.
      *****************************************************************
       200-SELECT-ENTRY        SECTION.
           READ    QUE-FILE        NEXT
             AT  END
               MOVE    1           TO  FLG-QUE-EOF
             NOT AT END
               IF      (  QUE-STATUS  =  'D'  )
                   OR  (  QUE-STATUS  =  'F'  )
                   MOVE    QUE-STATUS-DATE     TO  CONV-DATE
                   PERFORM 700-DATE-TO-SERIAL
                   IF      (  CONV-SERIAL  NOT <  SEL-SERIAL  )
                       PERFORM 210-TALLY-USERID
                       PERFORM 220-KEEP-ENTRY
                   END-IF
               END-IF
           END-READ.
      *****************************************************************
       210-TALLY-USERID        SECTION.
           MOVE    ZERO        TO  USR-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  USR-COUNT  )
                       OR  (  USR-SUB  >  ZERO   )
               IF      (  USR-USERID(I)  =  QUE-USERID  )
                   MOVE    I       TO  USR-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  USR-SUB  =  ZERO  )
               IF      (  USR-COUNT  <  USR-MAX-ENTRIES  )
                   ADD     1           TO  USR-COUNT
                   MOVE    USR-COUNT   TO  USR-SUB
                   MOVE    QUE-USERID  TO  USR-USERID(USR-SUB)
                   MOVE    ZERO        TO  USR-DONE(USR-SUB)
                   MOVE    ZERO        TO  USR-FAILED(USR-SUB)
               ELSE
                   DISPLAY '*** USERID TABLE FULL, DROPPING ['
                       QUE-USERID ']'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *
           IF      (  USR-SUB  >  ZERO  )
               IF      (  QUE-STATUS  =  'D'  )
                   ADD     1           TO  USR-DONE(USR-SUB)
                   ADD     1           TO  DONE-COUNT
               ELSE
                   ADD     1           TO  USR-FAILED(USR-SUB)
                   ADD     1           TO  FAIL-COUNT
               END-IF
           END-IF.
      *****************************************************************
       220-KEEP-ENTRY          SECTION.
           IF      (  USR-SUB  =  ZERO  )
               CONTINUE
           ELSE
               IF      (  ENT-COUNT  <  ENT-MAX-ENTRIES  )
                   ADD     1           TO  ENT-COUNT
                   MOVE    ENT-COUNT   TO  ENT-SUB
                   MOVE    QUE-USERID  TO  ENT-USERID(ENT-SUB)
                   MOVE    QUE-DATE    TO  ENT-DATE(ENT-SUB)
                   MOVE    QUE-TIME    TO  ENT-TIME(ENT-SUB)
                   MOVE    QUE-PNAME   TO  ENT-PNAME(ENT-SUB)
                   MOVE    QUE-FUNC    TO  ENT-FUNC(ENT-SUB)
                   MOVE    QUE-PATH-ID TO  ENT-PATH-ID(ENT-SUB)
                   MOVE    QUE-STATUS  TO  ENT-STATUS(ENT-SUB)
                   MOVE    QUE-RC      TO  ENT-RC(ENT-SUB)
                   MOVE    QUE-STATUS-DATE
                       TO  ENT-STATUS-DATE(ENT-SUB)
                   MOVE    QUE-STATUS-TIME
                       TO  ENT-STATUS-TIME(ENT-SUB)
               ELSE
                   DISPLAY '*** ENTRY TABLE FULL, DROPPING ['
                       QUE-KEY ']'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *****************************************************************
      *    700-DATE-TO-SERIAL turns CONV-DATE (YYYYMMDD) into a day
      *    count: serial = 365y + y/4 - y/100 + y/400 + 153(m+1)/5
      *    + dd, with January/February counted as months 13/14 of the
      *    prior year so the leap day lands where it belongs.  All
      *    divisions truncate (DIVIDE into BINARY fields).
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
       800-PRINT-REPORT        SECTION.
           MOVE    RPT-HEADING-1   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-HEADING-2   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           PERFORM VARYING USR-SUB FROM    1   BY  1
                   UNTIL   (  USR-SUB  >  USR-COUNT  )
               PERFORM 810-PRINT-USERID
           END-PERFORM.
      *
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'USERIDS REPORTED'      TO  RPT-SUMMARY-TAG.
           MOVE    USR-COUNT               TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE        TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'ENTRIES DONE'          TO  RPT-SUMMARY-TAG.
           MOVE    DONE-COUNT              TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE        TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'ENTRIES FAILED'        TO  RPT-SUMMARY-TAG.
           MOVE    FAIL-COUNT              TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE        TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
       810-PRINT-USERID        SECTION.
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    USR-USERID(USR-SUB) TO  RPT-USERID.
           MOVE    RPT-USR-HEADING TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-COLUMNS     TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           PERFORM VARYING ENT-SUB FROM    1   BY  1
                   UNTIL   (  ENT-SUB  >  ENT-COUNT  )
               IF      (  ENT-USERID(ENT-SUB)  =  USR-USERID(USR-SUB)  )
                   PERFORM 820-PRINT-ENTRY
               END-IF
           END-PERFORM.
      *
           MOVE    USR-DONE(USR-SUB)   TO  RPT-USR-DONE.
           MOVE    USR-FAILED(USR-SUB) TO  RPT-USR-FAILED.
           MOVE    RPT-USR-TOTAL   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
       820-PRINT-ENTRY         SECTION.
           MOVE    SPACES                  TO  RPT-DETAIL.
           MOVE    ENT-DATE(ENT-SUB)       TO  RPT-DATE.
           MOVE    ENT-TIME(ENT-SUB)       TO  RPT-TIME.
           MOVE    ENT-PNAME(ENT-SUB)      TO  RPT-PNAME.
           MOVE    ENT-FUNC(ENT-SUB)       TO  RPT-FUNC.
           MOVE    ENT-PATH-ID(ENT-SUB)    TO  RPT-PATH-ID.
           MOVE    ENT-STATUS-DATE(ENT-SUB)    TO  RPT-STATUS-DATE.
           MOVE    ENT-STATUS-TIME(ENT-SUB)    TO  RPT-STATUS-TIME.
           MOVE    ENT-STATUS(ENT-SUB)     TO  RPT-STATUS.
           MOVE    ENT-RC(ENT-SUB)         TO  RPT-RC.
           PERFORM 830-SPELL-RC.
           MOVE    RPT-DETAIL              TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
      *    830-SPELL-RC puts the drain's outcome into words.  The RCs
      *    named are the MCPSUB refusals a queued update can meet
      *    (see the RC table there); anything else came back from the
      *    engine itself.  A done entry with RC 82 was parked on
      *    pending.change, not applied, and is reported that way.
      *****************************************************************
       830-SPELL-RC            SECTION.
           IF      (  ENT-STATUS(ENT-SUB)  =  'D'  )
               AND (  ENT-RC(ENT-SUB)  NOT =  82  )
               MOVE    'DONE'              TO  RPT-OUTCOME
           ELSE
               EVALUATE    ENT-RC(ENT-SUB)
                 WHEN      80
                   MOVE    'APPROVAL REFUSED'  TO  RPT-OUTCOME
                 WHEN      81
                   MOVE    'ROLLED BACK BY THE GOVERNOR'
                                               TO  RPT-OUTCOME
                 WHEN      82
                   MOVE    'AWAITING SUPERVISOR APPROVAL'
                                               TO  RPT-OUTCOME
                 WHEN      83
                   MOVE    'LOCKED BY ANOTHER TERMINAL'
                                               TO  RPT-OUTCOME
                 WHEN      84
                   MOVE    'MULTI-BLOCK REQUEST'
                                               TO  RPT-OUTCOME
                 WHEN      88
                   MOVE    'BRIDGE DRAINING'   TO  RPT-OUTCOME
                 WHEN      90
                   MOVE    'PATH TOO LONG FOR THE BRIDGE'
                                               TO  RPT-OUTCOME
                 WHEN      94
                   MOVE    'SHORT ANSWER FROM THE ENGINE'
                                               TO  RPT-OUTCOME
                 WHEN      95
                   MOVE    'NO OPEN SESSION'   TO  RPT-OUTCOME
                 WHEN      97
                   MOVE    'NOT PERMITTED FOR USERID CLASS'
                                               TO  RPT-OUTCOME
                 WHEN      99
                   MOVE    'PENDING.CHANGE I/O ERROR'
                                               TO  RPT-OUTCOME
                 WHEN      OTHER
                   MOVE    'ENGINE REJECT'     TO  RPT-OUTCOME
               END-EVALUATE
           END-IF.
      *****************************************************************
       940-SPOOL-OPEN           SECTION.
           MOVE    'OPEN'      TO  SPOOL-FUNC.
           MOVE    'QUERPT'    TO  SPOOL-PROGRAM.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *****************************************************************
       945-SPOOL-CLOSE          SECTION.
           MOVE    'CLOSE'     TO  SPOOL-FUNC.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *
           DISPLAY '*** QUERPT REPORT SPOOLED TO [' SPOOL-MEMBER
               ']'
               UPON    CONSOLE.
      *****************************************************************
       950-SPOOL-LINE           SECTION.
           MOVE    'WRITE'     TO  SPOOL-FUNC.
           MOVE    REPORT-LINE TO  SPOOL-LINE.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
