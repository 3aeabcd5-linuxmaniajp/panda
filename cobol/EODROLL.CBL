       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 EODROLL.
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
      * End-of-day roll of the region's business date.  The business
      * date (business.date, layout BDATEREC) is what MCPSUB's
      * GETDATE answers and what the log, journal and queue records
      * carry beside their wall-clock stamps; nothing but this step
      * ever moves it on, so work keyed after midnight in a late
      * close still belongs to the day being closed.
      *
      * The operator signs on against auth.dat (class 'U' or 'S').
      * The roll is refused unless MCPSUB's DRAINSTAT answers the
      * bridge DRAINING with no session open -- set the drain from
      * MCPOPER (D) and watch the count fall to zero (W) first, the
      * same as for CTLBACK -- so no unit of work straddles the two
      * days.  The new business date is the next calendar date that
      * the batch.calendar does not mark 'HOLIDAY' (cols 1-8 the
      * date, cols 10-17 'HOLIDAY'); a month of holidays in a row
      * is taken as a calendar error and refuses the roll.  A region
      * that has never been rolled has the operator key the business
      * date now in force (blank = the machine date) before it is
      * rolled on.  The operator confirms before business.date is
      * rewritten with the new date, the date it was rolled from,
      * the machine date and time of the roll and the userid.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  AUTH-FILE
               ASSIGN  USING   DSN-AUTH-DAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     AUTH-USERID
               FILE    STATUS  AUTH-FILE-STATUS.
           SELECT  BDT-FILE
               ASSIGN  USING   DSN-BUSINESS-DATE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  BDT-FILE-STATUS.
           SELECT  CAL-FILE
               ASSIGN  USING   DSN-CALENDAR
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  CAL-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  AUTH-FILE.
           COPY    AUTHREC.
       FD  BDT-FILE.
           COPY    BDATEREC.
       FD  CAL-FILE.
       01  CAL-REC.
           02  CAL-DATE            PIC 9(08).
           02  FILLER              PIC X(01).
           02  CAL-STREAM          PIC X(08).
           02  FILLER              PIC X(63).
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-SIGNON-OK       PIC 9       VALUE ZERO.
           02  FLG-REFUSED         PIC 9       VALUE ZERO.
           02  FLG-CAL-EOF         PIC 9       VALUE ZERO.
           02  FLG-HOLIDAY         PIC 9       VALUE ZERO.
           02  FLG-DATE-OK         PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  AUTH-FILE-STATUS    PIC X(02).
           02  BDT-FILE-STATUS     PIC X(02).
           02  CAL-FILE-STATUS     PIC X(02).
       01  WORK.
           02  WRK-SIGNON-USERID   PIC X(08).
           02  WRK-SIGNON-PASSWD   PIC X(08).
           02  WRK-OPERATOR        PIC X(08)   VALUE SPACES.
           02  WRK-CONFIRM         PIC X(01).
           02  WRK-DATE-IN         PIC X(08).
           02  WRK-MACHINE-DATE    PIC 9(08).
           02  WRK-MACHINE-TIME    PIC 9(08).
           02  WRK-FROM-DATE       PIC 9(08)   VALUE ZERO.
           02  ROLL-TRIES          PIC S9(9)   BINARY  VALUE ZERO.
           02  ROLL-MAX-TRIES      PIC S9(9)   BINARY  VALUE 31.
      *
      *    NEXT-DATE is the date being stepped forward a day at a
      *    time by 320-ADD-ONE-DAY; MONTH-DAYS the length of its
      *    month, from 330-MONTH-DAYS.
      *
       01  NXT.
           02  NEXT-DATE           PIC 9(08).
           02  NEXT-DATE-X         REDEFINES   NEXT-DATE.
               03  NEXT-YYYY           PIC 9(04).
               03  NEXT-MM             PIC 9(02).
               03  NEXT-DD             PIC 9(02).
           02  MONTH-DAYS          PIC S9(4)   BINARY.
           02  LEAP-QUOT           PIC S9(9)   BINARY.
           02  LEAP-REM-4          PIC S9(4)   BINARY.
           02  LEAP-REM-100        PIC S9(4)   BINARY.
           02  LEAP-REM-400        PIC S9(4)   BINARY.
      *
      *    The HOLIDAY dates of batch.calendar after the business
      *    date being rolled from -- the only ones a roll can meet.
      *
       01  HOL.
           02  HOL-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 366.
           02  HOL-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  HOL-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  HOL-DATE            PIC 9(08)   OCCURS  366 TIMES.
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-AUTH-DAT        PIC X(40).
           02  DSN-BUSINESS-DATE   PIC X(40).
           02  DSN-CALENDAR        PIC X(40).
           COPY    REGAREA.
       COPY    DB-META.
       COPY    MCPAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 050-RESOLVE-REGION.
           PERFORM 100-SIGNON.
      *
           IF      (  FLG-SIGNON-OK  NOT =  1  )
               MOVE    1           TO  FLG-REFUSED
           ELSE
               PERFORM 150-CHECK-DRAIN
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM 200-READ-BUSINESS-DATE
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM 250-LOAD-HOLIDAYS
               PERFORM 300-NEXT-BUSINESS-DATE
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM 400-CONFIRM-ROLL
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               PERFORM 450-WRITE-BUSINESS-DATE
           END-IF.
      *
           IF      (  FLG-REFUSED  NOT =  ZERO  )
               DISPLAY '*** EODROLL -- BUSINESS DATE NOT ROLLED'
                   UPON    CONSOLE
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
           MOVE    'business.date' TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-BUSINESS-DATE.
      *
           MOVE    'batch.calendar'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-CALENDAR.
      *
           DISPLAY '*** EODROLL REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
       100-SIGNON              SECTION.
           OPEN    INPUT       AUTH-FILE.
           IF      (  AUTH-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN auth.dat, STATUS ['
                   AUTH-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   AUTH-FILE
           ELSE
               PERFORM 110-SIGNON-PROMPT
               CLOSE   AUTH-FILE
           END-IF.
      *****************************************************************
       110-SIGNON-PROMPT       SECTION.
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
                 WHEN    (  AUTH-CLASS  NOT =  'U'  )
                     AND (  AUTH-CLASS  NOT =  'S'  )
                   DISPLAY '*** UPDATE (U) OR SUPERVISOR (S) CLASS'
                       ' REQUIRED'
                       UPON    CONSOLE
                 WHEN      OTHER
                   MOVE    WRK-SIGNON-USERID   TO  WRK-OPERATOR
                   MOVE    1                   TO  FLG-SIGNON-OK
               END-EVALUATE
           END-READ.
      *****************************************************************
      *    150-CHECK-DRAIN asks MCPSUB for the drain state the way
      *    MCPOPER's W)ATCH does.  Anything short of DRAINING with
      *    no session open refuses the roll.
      *****************************************************************
       150-CHECK-DRAIN         SECTION.
           MOVE    'EODROLL'   TO  MCP-PNAME.
           MOVE    'DRAINSTAT' TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-STATUS  NOT =  'DRAINING'  )
               OR  (  MCP-BLOCKS  NOT =  ZERO        )
               MOVE    1           TO  FLG-REFUSED
               DISPLAY '*** EODROLL REFUSED -- BRIDGE [' MCP-STATUS
                   '], SESSIONS STILL OPEN [' MCP-BLOCKS ']'
                   UPON    CONSOLE
               DISPLAY '*** SET THE DRAIN (MCPOPER D) AND WAIT FOR'
                   ' ZERO SESSIONS (MCPOPER W)'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
      *    200-READ-BUSINESS-DATE answers in WRK-FROM-DATE the
      *    business date now in force.  With no business.date yet
      *    the operator keys it -- after midnight the machine date
      *    is already the next day's, so it is only the default.
      *****************************************************************
       200-READ-BUSINESS-DATE  SECTION.
           OPEN    INPUT       BDT-FILE.
           IF      (  BDT-FILE-STATUS  =  '00'  )
               READ    BDT-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       IF      (  BDT-DATE  IS  NUMERIC  )
                           AND (  BDT-DATE  >  ZERO       )
                           MOVE    BDT-DATE    TO  WRK-FROM-DATE
                       END-IF
               END-READ
               CLOSE   BDT-FILE
           END-IF.
      *
           IF      (  WRK-FROM-DATE  =  ZERO  )
               PERFORM 210-KEY-BUSINESS-DATE
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               DISPLAY '*** BUSINESS DATE NOW  [' WRK-FROM-DATE ']'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       210-KEY-BUSINESS-DATE   SECTION.
           ACCEPT   WRK-MACHINE-DATE    FROM    DATE    YYYYMMDD.
           DISPLAY '*** NO BUSINESS DATE ON FILE FOR THIS REGION'
               UPON    CONSOLE.
           DISPLAY 'BUSINESS DATE IN FORCE: (YYYYMMDD, BLANK = '
               WRK-MACHINE-DATE ')'
               UPON    CONSOLE.
           MOVE    SPACES      TO  WRK-DATE-IN.
           ACCEPT   WRK-DATE-IN         FROM    CONSOLE.
      *
           IF      (  WRK-DATE-IN  =  SPACES  )
               MOVE    WRK-MACHINE-DATE    TO  NEXT-DATE
               MOVE    1                   TO  FLG-DATE-OK
           ELSE
               MOVE    ZERO        TO  FLG-DATE-OK
               IF      (  WRK-DATE-IN  IS  NUMERIC  )
                   MOVE    WRK-DATE-IN TO  NEXT-DATE
                   PERFORM 220-CHECK-DATE
               END-IF
           END-IF.
      *
           IF      (  FLG-DATE-OK  =  1  )
               MOVE    NEXT-DATE   TO  WRK-FROM-DATE
           ELSE
               DISPLAY '*** NOT A DATE [' WRK-DATE-IN ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-REFUSED
           END-IF.
      *****************************************************************
       220-CHECK-DATE          SECTION.
           IF      (  NEXT-MM  >=  1  )
               AND (  NEXT-MM  <=  12 )
               PERFORM 330-MONTH-DAYS
               IF      (  NEXT-DD  >=  1           )
                   AND (  NEXT-DD  <=  MONTH-DAYS  )
                   MOVE    1           TO  FLG-DATE-OK
               END-IF
           END-IF.
      *****************************************************************
      *    250-LOAD-HOLIDAYS loads the HOLIDAY lines of batch.calendar.
      *    A region with no calendar has no holidays -- the roll is
      *    then simply to the next calendar date.
      *****************************************************************
       250-LOAD-HOLIDAYS       SECTION.
           OPEN    INPUT   CAL-FILE.
           IF      (  CAL-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO RUN CALENDAR, STATUS ['
                   CAL-FILE-STATUS '] -- NO HOLIDAYS OBSERVED'
                   UPON    CONSOLE
           ELSE
               PERFORM 260-LOAD-ONE-HOLIDAY
                   UNTIL   (  FLG-CAL-EOF  >  ZERO  )
               CLOSE   CAL-FILE
           END-IF.
      *****************************************************************
       260-LOAD-ONE-HOLIDAY    SECTION.
           READ    CAL-FILE
             AT  END
               MOVE    1           TO  FLG-CAL-EOF
             NOT AT END
               IF      (  CAL-DATE  NUMERIC           )
                   AND (  CAL-DATE  >  WRK-FROM-DATE  )
                   AND (  CAL-STREAM  =  'HOLIDAY'    )
                   IF      (  HOL-COUNT  <  HOL-MAX-ENTRIES  )
                       ADD     1           TO  HOL-COUNT
                       MOVE    CAL-DATE    TO  HOL-DATE(HOL-COUNT)
                   ELSE
                       DISPLAY '*** HOLIDAY TABLE FULL, ['
                           CAL-DATE '] IGNORED'
                           UPON    CONSOLE
                   END-IF
               END-IF
           END-READ.
      *****************************************************************
      *    300-NEXT-BUSINESS-DATE steps NEXT-DATE on from the date in
      *    force, a day at a time, past every holiday.
      *****************************************************************
       300-NEXT-BUSINESS-DATE  SECTION.
           MOVE    WRK-FROM-DATE   TO  NEXT-DATE.
           MOVE    ZERO            TO  ROLL-TRIES.
           MOVE    1               TO  FLG-HOLIDAY.
           PERFORM 310-ROLL-ONE-DAY
               UNTIL   (  FLG-HOLIDAY  =  ZERO            )
                   OR  (  ROLL-TRIES   >=  ROLL-MAX-TRIES  ).
      *
           IF      (  FLG-HOLIDAY  NOT =  ZERO  )
               DISPLAY '*** NO BUSINESS DAY IN THE MONTH AFTER ['
                   WRK-FROM-DATE
                   '] -- CHECK batch.calendar'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-REFUSED
           END-IF.
      *****************************************************************
       310-ROLL-ONE-DAY        SECTION.
           ADD     1           TO  ROLL-TRIES.
           PERFORM 320-ADD-ONE-DAY.
      *
           MOVE    ZERO        TO  FLG-HOLIDAY.
           PERFORM VARYING HOL-SUB FROM    1   BY  1
                   UNTIL   (  HOL-SUB  >  HOL-COUNT  )
               IF      (  HOL-DATE(HOL-SUB)  =  NEXT-DATE  )
                   MOVE    1           TO  FLG-HOLIDAY
               END-IF
           END-PERFORM.
      *
           IF      (  FLG-HOLIDAY  =  1  )
               DISPLAY '*** HOLIDAY [' NEXT-DATE '] SKIPPED'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       320-ADD-ONE-DAY         SECTION.
           PERFORM 330-MONTH-DAYS.
           ADD     1           TO  NEXT-DD.
           IF      (  NEXT-DD  >  MONTH-DAYS  )
               MOVE    1           TO  NEXT-DD
               ADD     1           TO  NEXT-MM
               IF      (  NEXT-MM  >  12  )
                   MOVE    1           TO  NEXT-MM
                   ADD     1           TO  NEXT-YYYY
               END-IF
           END-IF.
      *****************************************************************
      *    330-MONTH-DAYS answers the length of NEXT-DATE's month,
      *    with February's by the Gregorian leap-year rule.
      *****************************************************************
       330-MONTH-DAYS          SECTION.
           EVALUATE    NEXT-MM
             WHEN      2
               DIVIDE  NEXT-YYYY   BY  4
                   GIVING      LEAP-QUOT
                   REMAINDER   LEAP-REM-4
               DIVIDE  NEXT-YYYY   BY  100
                   GIVING      LEAP-QUOT
                   REMAINDER   LEAP-REM-100
               DIVIDE  NEXT-YYYY   BY  400
                   GIVING      LEAP-QUOT
                   REMAINDER   LEAP-REM-400
               IF      (  LEAP-REM-400  =  ZERO  )
                   OR  (  LEAP-REM-4    =  ZERO
                      AND LEAP-REM-100  NOT =  ZERO  )
                   MOVE    29          TO  MONTH-DAYS
               ELSE
                   MOVE    28          TO  MONTH-DAYS
               END-IF
             WHEN      4
             WHEN      6
             WHEN      9
             WHEN      11
               MOVE    30          TO  MONTH-DAYS
             WHEN      OTHER
               MOVE    31          TO  MONTH-DAYS
           END-EVALUATE.
      *****************************************************************
       400-CONFIRM-ROLL        SECTION.
           DISPLAY '*** ROLL BUSINESS DATE [' WRK-FROM-DATE '] TO ['
               NEXT-DATE '] ? (Y/N)'
               UPON    CONSOLE.
           MOVE    SPACE       TO  WRK-CONFIRM.
           ACCEPT   WRK-CONFIRM         FROM    CONSOLE.
      *
           IF      (  WRK-CONFIRM  NOT =  'Y'  )
               MOVE    1           TO  FLG-REFUSED
           END-IF.
      *****************************************************************
       450-WRITE-BUSINESS-DATE SECTION.
           ACCEPT   WRK-MACHINE-DATE    FROM    DATE    YYYYMMDD.
           ACCEPT   WRK-MACHINE-TIME    FROM    TIME.
      *
           MOVE    SPACES              TO  BDT-REC.
           MOVE    NEXT-DATE           TO  BDT-DATE.
           MOVE    WRK-FROM-DATE       TO  BDT-PREV-DATE.
           MOVE    WRK-MACHINE-DATE    TO  BDT-ROLL-DATE.
           MOVE    WRK-MACHINE-TIME    TO  BDT-ROLL-TIME.
           MOVE    WRK-OPERATOR        TO  BDT-ROLL-USERID.
      *
           OPEN    OUTPUT      BDT-FILE.
           IF      (  BDT-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN business.date, STATUS ['
                   BDT-FILE-STATUS ']'
                   UPON    CONSOLE
               MOVE    1           TO  FLG-REFUSED
           ELSE
               WRITE   BDT-REC
               IF      (  BDT-FILE-STATUS  NOT =  '00'  )
                   DISPLAY '*** CANNOT WRITE business.date, STATUS ['
                       BDT-FILE-STATUS ']'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-REFUSED
               ELSE
                   DISPLAY '*** BUSINESS DATE ROLLED TO [' BDT-DATE
                       '] BY [' WRK-OPERATOR ']'
                       UPON    CONSOLE
               END-IF
               CLOSE   BDT-FILE
           END-IF.
