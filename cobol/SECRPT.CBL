       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 SECRPT.
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
      * Daily access-violation report over security.log, the events
      * MCPSUB appends whenever it turns a caller away for a security
      * reason of its own (see the SECREC copybook).  The operator
      * keys the event date (blank = today) and the number of
      * different userids one terminal may fail to sign on as before
      * it is flagged (blank = 3).  The report totals the day's
      * events by refusal code, first per userid tried and then per
      * terminal; a terminal whose failed signons (RC 91 bad userid
      * or password, RC 85 locked out) ran against at least the
      * threshold of different userids is flagged, with the userids
      * it tried listed under it -- one terminal walking through
      * other people's userids is the pattern audit asks about.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  SEC-FILE
               ASSIGN  USING   DSN-SECURITY-LOG
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  SEC-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  SEC-FILE.
           COPY    SECREC.
       WORKING-STORAGE         SECTION.
      *
      *    The report goes through the shared spool (SPOOLSUB), one
      *    catalogued member per run.
      *
       01  REPORT-LINE         PIC X(132).
       01  FLG.
           02  FLG-SEC-EOF         PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  SEC-FILE-STATUS     PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  J                   PIC S9(9)   BINARY.
           02  CODE-SUB            PIC S9(9)   BINARY.
           02  EVENT-COUNT         PIC S9(9)   BINARY  VALUE ZERO.
           02  FLAG-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  SEL-DATE            PIC 9(08)   VALUE ZERO.
           02  WRK-DATE-IN         PIC X(08).
           02  WRK-LIMIT-IN        PIC X(03).
           02  WRK-LIMIT-SHIFT     PIC X(03).
           02  MULTI-LIMIT         PIC 9(03)   VALUE ZERO.
      *
      *    The seven refusal codes MCPSUB logs, in report column order.
      *    CODE-SUB is the column an event's SEC-RC falls in.
      *
       01  CODE-VALUES.
           02  FILLER              PIC 9(02)   VALUE 80.
           02  FILLER              PIC 9(02)   VALUE 85.
           02  FILLER              PIC 9(02)   VALUE 86.
           02  FILLER              PIC 9(02)   VALUE 87.
           02  FILLER              PIC 9(02)   VALUE 91.
           02  FILLER              PIC 9(02)   VALUE 93.
           02  FILLER              PIC 9(02)   VALUE 97.
       01  CODE-TABLE              REDEFINES   CODE-VALUES.
           02  CODE-VALUE          OCCURS  7   TIMES
                                   PIC 9(02).
      *
      *    Per-userid and per-terminal totals, one column per code.
      *
       01  USR-TABLE.
           02  USR-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 500.
           02  USR-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  USR-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  USR-ENTRY           OCCURS  500 TIMES.
               03  USR-USERID          PIC X(08).
               03  USR-TOTAL           PIC S9(9)   BINARY.
               03  USR-EVENTS          OCCURS  7   TIMES
                                       PIC S9(9)   BINARY.
       01  TRM-TABLE.
           02  TRM-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 500.
           02  TRM-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  TRM-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  TRM-ENTRY           OCCURS  500 TIMES.
               03  TRM-PNAME           PIC X(08).
               03  TRM-TOTAL           PIC S9(9)   BINARY.
               03  TRM-FAIL-USERIDS    PIC S9(9)   BINARY.
               03  TRM-EVENTS          OCCURS  7   TIMES
                                       PIC S9(9)   BINARY.
      *
      *    One PAIR-ENTRY per distinct terminal/userid a failed signon
      *    was tried from/as -- the count of a terminal's pairs is how
      *    many different userids it failed against.
      *
       01  PAIR-TABLE.
           02  PAIR-MAX-ENTRIES    PIC S9(9)   BINARY  VALUE 2000.
           02  PAIR-COUNT          PIC S9(9)   BINARY  VALUE ZERO.
           02  PAIR-SUB            PIC S9(9)   BINARY  VALUE ZERO.
           02  PAIR-ENTRY          OCCURS  2000 TIMES.
               03  PAIR-PNAME          PIC X(08).
               03  PAIR-USERID         PIC X(08).
               03  PAIR-FAILS          PIC S9(9)   BINARY.
      *
      *    The region's physical dataset names, answered by REGSUB.
      *
       01  DSN.
           02  DSN-SECURITY-LOG    PIC X(40).
           COPY    REGAREA.
       01  RPT-HEADING-1.
           02  FILLER          PIC X(40)   VALUE
               'PANDA -- SECURITY EVENT REPORT'.
           02  FILLER          PIC X(08)   VALUE 'REGION ['.
           02  RPT-REGION      PIC X(08).
           02  FILLER          PIC X(01)   VALUE ']'.
       01  RPT-HEADING-2.
           02  FILLER          PIC X(12)   VALUE 'EVENT DATE ['.
           02  RPT-SEL-DATE    PIC 9(08).
           02  FILLER          PIC X(27)   VALUE
               ']   FLAG TERMINALS FAILING '.
           02  FILLER          PIC X(10)   VALUE 'AGAINST ['.
           02  RPT-LIMIT       PIC ZZ9.
           02  FILLER          PIC X(11)   VALUE '] USERIDS+'.
       01  RPT-LEGEND.
           02  FILLER          PIC X(44)   VALUE
               'CODES: 85 LOCKED OUT  86 PASSWORD EXPIRED  '.
           02  FILLER          PIC X(44)   VALUE
               '87 FORCED CHANGE  91 BAD USERID/PASSWORD  '.
           02  FILLER          PIC X(40)   VALUE
               '93 DBOPEN BEFORE AUTH  97 CLASS REFUSED'.
       01  RPT-LEGEND-2.
           02  FILLER          PIC X(44)   VALUE
               '       80 APPROVAL OF OWN PENDING CHANGE'.
       01  RPT-USR-HEADING.
           02  FILLER          PIC X(30)   VALUE
               'EVENTS BY USERID TRIED'.
       01  RPT-TRM-HEADING.
           02  FILLER          PIC X(30)   VALUE
               'EVENTS BY TERMINAL'.
       01  RPT-COLUMNS.
           02  RPT-COL-NAME    PIC X(10).
           02  FILLER          PIC X(08)   VALUE '    80  '.
           02  FILLER          PIC X(08)   VALUE '    85  '.
           02  FILLER          PIC X(08)   VALUE '    86  '.
           02  FILLER          PIC X(08)   VALUE '    87  '.
           02  FILLER          PIC X(08)   VALUE '    91  '.
           02  FILLER          PIC X(08)   VALUE '    93  '.
           02  FILLER          PIC X(08)   VALUE '    97  '.
           02  FILLER          PIC X(10)   VALUE '   TOTAL  '.
           02  RPT-COL-EXTRA   PIC X(12).
       01  RPT-DETAIL.
           02  RPT-NAME        PIC X(08).
           02  FILLER          PIC X(02).
           02  RPT-EVENT-COL   OCCURS  7   TIMES.
               03  RPT-EVENTS      PIC ZZZZZ9.
               03  FILLER          PIC X(02).
           02  RPT-TOTAL       PIC ZZZZZZZ9.
           02  FILLER          PIC X(02).
           02  RPT-USERIDS     PIC ZZZZZZZZZ9.
           02  FILLER          PIC X(02).
           02  RPT-FLAG        PIC X(34).
       01  RPT-TRIED-LINE.
           02  FILLER          PIC X(18)   VALUE
               '      TRIED USERID'.
           02  FILLER          PIC X(02)   VALUE ' ['.
           02  RPT-TRIED       PIC X(08).
           02  FILLER          PIC X(10)   VALUE ']  FAILS ['.
           02  RPT-TRIED-FAILS PIC ZZZZ9.
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
           OPEN    INPUT   SEC-FILE.
           IF      (  SEC-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** NO SECURITY LOG TO REPORT, STATUS ['
                   SEC-FILE-STATUS ']'
                   UPON    CONSOLE
           ELSE
               PERFORM 200-ACCUMULATE-EVENT
                   UNTIL   (  FLG-SEC-EOF  >  ZERO  )
               CLOSE   SEC-FILE
      *
               PERFORM 940-SPOOL-OPEN
               PERFORM 800-PRINT-REPORT
               PERFORM 945-SPOOL-CLOSE
           END-IF.
      *
           DISPLAY '*** SECRPT EVENTS REPORTED [' EVENT-COUNT ']'
               UPON    CONSOLE.
           DISPLAY '*** SECRPT TERMINALS FLAGGED [' FLAG-COUNT ']'
               UPON    CONSOLE.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       050-RESOLVE-REGION      SECTION.
           MOVE    'security.log'  TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-SECURITY-LOG.
      *
           MOVE    REGAREA-REGION  TO  RPT-REGION.
           DISPLAY '*** SECRPT REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
       100-GET-SELECTION       SECTION.
           DISPLAY 'EVENT DATE     : (YYYYMMDD, BLANK = TODAY)'
               UPON    CONSOLE.
           ACCEPT   WRK-DATE-IN     FROM    CONSOLE.
           DISPLAY 'FLAG AT USERIDS: (BLANK = 3)'
               UPON    CONSOLE.
           ACCEPT   WRK-LIMIT-IN    FROM    CONSOLE.
      *
           IF      (  WRK-DATE-IN  NUMERIC  )
               MOVE    WRK-DATE-IN     TO  SEL-DATE
           ELSE
               ACCEPT   SEL-DATE        FROM    DATE    YYYYMMDD
           END-IF.
      *
      *    Console input arrives left-justified -- shift it right and
      *    zero-fill the way DBLOAD treats its batch size.
      *
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  3  )
               IF      (  WRK-LIMIT-IN(3:1)  =  SPACE  )
                   MOVE    WRK-LIMIT-IN        TO  WRK-LIMIT-SHIFT
                   MOVE    SPACES              TO  WRK-LIMIT-IN
                   MOVE    WRK-LIMIT-SHIFT(1:2)
                       TO  WRK-LIMIT-IN(2:2)
               END-IF
           END-PERFORM.
           INSPECT WRK-LIMIT-IN
               REPLACING   LEADING SPACE   BY  ZERO.
      *
           IF      (  WRK-LIMIT-IN  NOT NUMERIC  )
               OR  (  WRK-LIMIT-IN  =  '000'     )
               MOVE    3               TO  MULTI-LIMIT
           ELSE
               MOVE    WRK-LIMIT-IN    TO  MULTI-LIMIT
           END-IF.
      *
           MOVE    SEL-DATE        TO  RPT-SEL-DATE.
           MOVE    MULTI-LIMIT     TO  RPT-LIMIT.
      *****************************************************************
       200-ACCUMULATE-EVENT    SECTION.
           READ    SEC-FILE
             AT  END
               MOVE    1           TO  FLG-SEC-EOF
             NOT AT END
               IF      (  SEC-DATE  =  SEL-DATE  )
                   PERFORM 210-FIND-CODE
                   IF      (  CODE-SUB  >  ZERO  )
                       ADD     1           TO  EVENT-COUNT
                       PERFORM 220-TALLY-USERID
                       PERFORM 230-TALLY-TERMINAL
                       IF      (  SEC-RC  =  85  )
                           OR  (  SEC-RC  =  91  )
                           PERFORM 240-TALLY-PAIR
                       END-IF
                   END-IF
               END-IF
           END-READ.
      *****************************************************************
       210-FIND-CODE           SECTION.
           MOVE    ZERO        TO  CODE-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  7  )
                       OR  (  CODE-SUB  >  ZERO  )
               IF      (  CODE-VALUE(I)  =  SEC-RC  )
                   MOVE    I       TO  CODE-SUB
               END-IF
           END-PERFORM.
      *****************************************************************
       220-TALLY-USERID        SECTION.
           MOVE    ZERO        TO  USR-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  USR-COUNT  )
                       OR  (  USR-SUB  >  ZERO   )
               IF      (  USR-USERID(I)  =  SEC-USERID  )
                   MOVE    I       TO  USR-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  USR-SUB  =  ZERO  )
               IF      (  USR-COUNT  <  USR-MAX-ENTRIES  )
                   ADD     1           TO  USR-COUNT
                   MOVE    USR-COUNT   TO  USR-SUB
                   MOVE    SEC-USERID  TO  USR-USERID(USR-SUB)
                   MOVE    ZERO        TO  USR-TOTAL(USR-SUB)
                   PERFORM VARYING J   FROM    1   BY  1
                           UNTIL   (  J    >  7  )
                       MOVE    ZERO    TO  USR-EVENTS(USR-SUB, J)
                   END-PERFORM
               ELSE
                   DISPLAY '*** USERID TABLE FULL, DROPPING ['
                       SEC-USERID ']'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *
           IF      (  USR-SUB  >  ZERO  )
               ADD     1           TO  USR-TOTAL(USR-SUB)
               ADD     1           TO  USR-EVENTS(USR-SUB, CODE-SUB)
           END-IF.
      *****************************************************************
       230-TALLY-TERMINAL      SECTION.
           MOVE    ZERO        TO  TRM-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  TRM-COUNT  )
                       OR  (  TRM-SUB  >  ZERO   )
               IF      (  TRM-PNAME(I)  =  SEC-PNAME  )
                   MOVE    I       TO  TRM-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  TRM-SUB  =  ZERO  )
               IF      (  TRM-COUNT  <  TRM-MAX-ENTRIES  )
                   ADD     1           TO  TRM-COUNT
                   MOVE    TRM-COUNT   TO  TRM-SUB
                   MOVE    SEC-PNAME   TO  TRM-PNAME(TRM-SUB)
                   MOVE    ZERO        TO  TRM-TOTAL(TRM-SUB)
                   MOVE    ZERO        TO  TRM-FAIL-USERIDS(TRM-SUB)
                   PERFORM VARYING J   FROM    1   BY  1
                           UNTIL   (  J    >  7  )
                       MOVE    ZERO    TO  TRM-EVENTS(TRM-SUB, J)
                   END-PERFORM
               ELSE
                   DISPLAY '*** TERMINAL TABLE FULL, DROPPING ['
                       SEC-PNAME ']'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *
           IF      (  TRM-SUB  >  ZERO  )
               ADD     1           TO  TRM-TOTAL(TRM-SUB)
               ADD     1           TO  TRM-EVENTS(TRM-SUB, CODE-SUB)
           END-IF.
      *****************************************************************
      *    240-TALLY-PAIR counts a failed signon against its terminal
      *    and userid pair; a pair seen for the first time is one more
      *    different userid that terminal has failed against.
      *****************************************************************
       240-TALLY-PAIR          SECTION.
           MOVE    ZERO        TO  PAIR-SUB.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I    >  PAIR-COUNT  )
                       OR  (  PAIR-SUB  >  ZERO   )
               IF      (  PAIR-PNAME(I)   =  SEC-PNAME   )
                   AND (  PAIR-USERID(I)  =  SEC-USERID  )
                   MOVE    I       TO  PAIR-SUB
               END-IF
           END-PERFORM.
      *
           IF      (  PAIR-SUB  =  ZERO  )
               IF      (  PAIR-COUNT  <  PAIR-MAX-ENTRIES  )
                   ADD     1           TO  PAIR-COUNT
                   MOVE    PAIR-COUNT  TO  PAIR-SUB
                   MOVE    SEC-PNAME   TO  PAIR-PNAME(PAIR-SUB)
                   MOVE    SEC-USERID  TO  PAIR-USERID(PAIR-SUB)
                   MOVE    ZERO        TO  PAIR-FAILS(PAIR-SUB)
                   IF      (  TRM-SUB  >  ZERO  )
                       ADD     1       TO  TRM-FAIL-USERIDS(TRM-SUB)
                   END-IF
               ELSE
                   DISPLAY '*** PAIR TABLE FULL, DROPPING ['
                       SEC-PNAME '] [' SEC-USERID ']'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *
           IF      (  PAIR-SUB  >  ZERO  )
               ADD     1           TO  PAIR-FAILS(PAIR-SUB)
           END-IF.
      *****************************************************************
       800-PRINT-REPORT        SECTION.
           MOVE    RPT-HEADING-1   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-HEADING-2   TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-LEGEND      TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-LEGEND-2    TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-USR-HEADING TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'USERID'        TO  RPT-COL-NAME.
           MOVE    SPACES          TO  RPT-COL-EXTRA.
           MOVE    RPT-COLUMNS     TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           PERFORM VARYING USR-SUB FROM    1   BY  1
                   UNTIL   (  USR-SUB  >  USR-COUNT  )
               PERFORM 810-PRINT-USERID
           END-PERFORM.
      *
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    RPT-TRM-HEADING TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'TERMINAL'      TO  RPT-COL-NAME.
           MOVE    'USERIDS FAIL'  TO  RPT-COL-EXTRA.
           MOVE    RPT-COLUMNS     TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           PERFORM VARYING TRM-SUB FROM    1   BY  1
                   UNTIL   (  TRM-SUB  >  TRM-COUNT  )
               PERFORM 820-PRINT-TERMINAL
           END-PERFORM.
      *
           MOVE    SPACES          TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'EVENTS ON THE DAY'     TO  RPT-SUMMARY-TAG.
           MOVE    EVENT-COUNT             TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE        TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
           MOVE    'TERMINALS FLAGGED'     TO  RPT-SUMMARY-TAG.
           MOVE    FLAG-COUNT              TO  RPT-SUMMARY.
           MOVE    RPT-SUMMARY-LINE        TO  REPORT-LINE.
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
       810-PRINT-USERID        SECTION.
           MOVE    SPACES              TO  RPT-DETAIL.
           MOVE    USR-USERID(USR-SUB) TO  RPT-NAME.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J    >  7  )
               MOVE    USR-EVENTS(USR-SUB, J)  TO  RPT-EVENTS(J)
           END-PERFORM.
           MOVE    USR-TOTAL(USR-SUB)  TO  RPT-TOTAL.
           MOVE    RPT-DETAIL          TO  REPORT-LINE.
      *
      *    The per-userid line has no distinct-userid column; blank
      *    it out of the print line rather than print a zero.
      *
           MOVE    SPACES              TO  REPORT-LINE(75:58).
           PERFORM 950-SPOOL-LINE.
      *****************************************************************
       820-PRINT-TERMINAL      SECTION.
           MOVE    SPACES              TO  RPT-DETAIL.
           MOVE    TRM-PNAME(TRM-SUB)  TO  RPT-NAME.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J    >  7  )
               MOVE    TRM-EVENTS(TRM-SUB, J)  TO  RPT-EVENTS(J)
           END-PERFORM.
           MOVE    TRM-TOTAL(TRM-SUB)  TO  RPT-TOTAL.
           MOVE    TRM-FAIL-USERIDS(TRM-SUB)   TO  RPT-USERIDS.
      *
           IF      (  TRM-FAIL-USERIDS(TRM-SUB)  NOT <  MULTI-LIMIT  )
               MOVE    '*** FAILING AGAINST SEVERAL USERIDS'
                                       TO  RPT-FLAG
               ADD     1               TO  FLAG-COUNT
               MOVE    RPT-DETAIL      TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
               PERFORM VARYING PAIR-SUB    FROM    1   BY  1
                       UNTIL   (  PAIR-SUB  >  PAIR-COUNT  )
                   IF      (  PAIR-PNAME(PAIR-SUB)  =
                                  TRM-PNAME(TRM-SUB)  )
                       MOVE    PAIR-USERID(PAIR-SUB)   TO  RPT-TRIED
                       MOVE    PAIR-FAILS(PAIR-SUB)
                           TO  RPT-TRIED-FAILS
                       MOVE    RPT-TRIED-LINE  TO  REPORT-LINE
                       PERFORM 950-SPOOL-LINE
                   END-IF
               END-PERFORM
           ELSE
               MOVE    RPT-DETAIL      TO  REPORT-LINE
               PERFORM 950-SPOOL-LINE
           END-IF.
      *****************************************************************
       940-SPOOL-OPEN           SECTION.
           MOVE    'OPEN'      TO  SPOOL-FUNC.
           MOVE    'SECRPT'    TO  SPOOL-PROGRAM.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *****************************************************************
       945-SPOOL-CLOSE          SECTION.
           MOVE    'CLOSE'     TO  SPOOL-FUNC.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
      *
           DISPLAY '*** SECRPT REPORT SPOOLED TO [' SPOOL-MEMBER
               ']'
               UPON    CONSOLE.
      *****************************************************************
       950-SPOOL-LINE           SECTION.
           MOVE    'WRITE'     TO  SPOOL-FUNC.
           MOVE    REPORT-LINE TO  SPOOL-LINE.
           CALL    'SPOOLSUB'  USING
                SPOOLAREA.
