      * terminal's own MCP-PNAME, so MCPSUB's 120-CKPT-RESTART-CHECK
      * drives the DBROLLBACK and deletes the checkpoint exactly the
      * way the terminal's next DBOPEN would have -- there is no
      * second rollback path to keep in step.  H)ELD LOCKS lists the
      * record locks MCPSUB holds for units of work in flight
      * (terminal, userid, path-id and minutes held), so the desk can
      * tell which terminal an RC 83 refusal is waiting on.
      * G)OVERNOR lists the units of work in flight that have used
      * a keyed percentage (80 unless keyed) of any governor.profile
      * limit of their class -- calls, updates or minutes open -- so
      * the desk can see an RC 81 rollback coming.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           02  CKPT-MINUTES        PIC S9(9)   BINARY.
           02  AGE-MINUTES         PIC S9(9)   BINARY.
           02  EDT-AGE             PIC ZZZZZZZ9.
           02  LCK-SUB             PIC S9(9)   BINARY.
           02  WRK-LKTIME          PIC 9(08).
           02  WRK-LKTIME-X        REDEFINES   WRK-LKTIME.
               03  WRK-LKTIME-HH       PIC 9(02).
               03  WRK-LKTIME-MM       PIC 9(02).
               03  FILLER              PIC 9(04).
           02  LOCK-MINUTES        PIC S9(9)   BINARY.
           02  GOV-SUB             PIC S9(9)   BINARY.
           02  GOV-SHOWN           PIC S9(9)   BINARY.
           02  GOV-THRESHOLD       PIC S9(9)   BINARY.
           02  GOV-PCT             PIC S9(9)   BINARY.
           02  GOV-HIGH-PCT        PIC S9(9)   BINARY.
           02  WRK-PCT-IN          PIC X(03).
           02  WRK-PCT-SHIFT       PIC X(03).
           02  WRK-UOWTIME         PIC 9(08).
           02  WRK-UOWTIME-X       REDEFINES   WRK-UOWTIME.
               03  WRK-UOWTIME-HH      PIC 9(02).
               03  WRK-UOWTIME-MM      PIC 9(02).
               03  FILLER              PIC 9(04).
           02  UOW-MINUTES         PIC S9(9)   BINARY.
           02  EDT-CALLS           PIC ZZZZZZ9.
           02  EDT-MAX-CALLS       PIC ZZZZZZ9.
           02  EDT-UPDATES         PIC ZZZZZZ9.
           02  EDT-MAX-UPDATES     PIC ZZZZZZ9.
           02  EDT-MINUTES         PIC ZZZZ9.
           02  EDT-MAX-MINUTES     PIC ZZZZ9.
           02  EDT-PCT             PIC ZZZ9.
       01  CONV.
           02  CONV-DATE           PIC 9(08).
           02  CONV-DATE-X         REDEFINES   CONV-DATE.
           DISPLAY '*** MCP OPERATIONS CONSOLE'
               UPON    CONSOLE.
           DISPLAY '    L)IST  F)ORCE ROLLBACK  D)RAIN ON  E)NABLE'
               '  W)ATCH DRAIN'
               UPON    CONSOLE.
           DISPLAY '    H)ELD LOCKS  G)OVERNOR  Q)UIT'
               UPON    CONSOLE.
           ACCEPT  WRK-CHOICE      FROM    CONSOLE.
      *
               PERFORM 410-DRAIN-OFF
             WHEN     'W'
               PERFORM 420-WATCH-DRAIN
             WHEN     'H'
               PERFORM 500-LIST-LOCKS
             WHEN     'G'
               PERFORM 600-LIST-GOVERNOR
             WHEN     'Q'
               MOVE    1           TO  FLG-DONE
             WHEN      OTHER
           DISPLAY '*** BRIDGE [' MCP-STATUS '], SESSIONS STILL'
               ' OPEN [' MCP-BLOCKS ']'
               UPON    CONSOLE.
      *****************************************************************
      *    500-LIST-LOCKS asks MCPSUB for its record-lock table.  Like
      *    the drain verbs it needs no signon; the age of each lock is
      *    worked out the same way 200-LIST-CHECKPOINTS ages an open
      *    checkpoint.
      *****************************************************************
       500-LIST-LOCKS          SECTION.
           MOVE    'MCPOPER'   TO  MCP-PNAME.
           MOVE    'LOCKLIST'  TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-BLOCKS  =  ZERO  )
               DISPLAY '*** NO RECORD LOCKS HELD'
                   UPON    CONSOLE
           ELSE
               ACCEPT   WRK-SYSDATE     FROM    DATE    YYYYMMDD
               ACCEPT   WRK-SYSTIME     FROM    TIME
               MOVE     WRK-SYSDATE     TO      CONV-DATE
               PERFORM  700-DATE-TO-SERIAL
               COMPUTE  NOW-MINUTES  =
                   (  CONV-SERIAL  *  1440  )
                   +  (  WRK-SYSTIME-HH  *  60  )
                   +      WRK-SYSTIME-MM
      *
               DISPLAY 'TERMINAL  USERID    PATH-ID      LOCK-DATE'
                   '  LOCK-TIME  MINUTES-HELD'
                   UPON    CONSOLE
               PERFORM VARYING LCK-SUB     FROM    1   BY  1
                       UNTIL   (  LCK-SUB  >  MCP-BLOCKS  )
                   PERFORM 510-LIST-LOCK
               END-PERFORM
           END-IF.
      *****************************************************************
       510-LIST-LOCK           SECTION.
           MOVE     LOCKLIST-DATE(LCK-SUB)  TO  CONV-DATE.
           PERFORM  700-DATE-TO-SERIAL.
           MOVE     LOCKLIST-TIME(LCK-SUB)  TO  WRK-LKTIME.
           COMPUTE  LOCK-MINUTES  =
               (  CONV-SERIAL  *  1440  )
               +  (  WRK-LKTIME-HH  *  60  )
               +      WRK-LKTIME-MM.
           COMPUTE  AGE-MINUTES  =  NOW-MINUTES  -  LOCK-MINUTES.
           MOVE     AGE-MINUTES    TO      EDT-AGE.
           DISPLAY LOCKLIST-PNAME(LCK-SUB) '  '
               LOCKLIST-USERID(LCK-SUB) '  '
               LOCKLIST-PATH-ID(LCK-SUB) '  '
               LOCKLIST-DATE(LCK-SUB) '   '
               LOCKLIST-TIME(LCK-SUB) '   ' EDT-AGE
               UPON    CONSOLE.
      *****************************************************************
      *    600-LIST-GOVERNOR asks MCPSUB for every unit of work in
      *    flight and shows the ones at or past the keyed percentage
      *    of any limit of their class -- the ones the governor is
      *    about to roll back.  A limit of zero is no limit and never
      *    counts.  The minutes open are worked out the same way
      *    500-LIST-LOCKS ages a lock.
      *****************************************************************
       600-LIST-GOVERNOR       SECTION.
           DISPLAY 'PERCENT OF LIMIT (BLANK = 80) : '
               UPON    CONSOLE.
           ACCEPT   WRK-PCT-IN      FROM    CONSOLE.
      *
      *    Console input arrives left-justified -- shift it right and
      *    zero-fill, the way DBLOGCUT takes its retention days.
      *
           PERFORM VARYING GOV-SUB     FROM    1   BY  1
                   UNTIL   (  GOV-SUB  >  3  )
               IF      (  WRK-PCT-IN(3:1)  =  SPACE  )
                   MOVE    WRK-PCT-IN          TO  WRK-PCT-SHIFT
                   MOVE    SPACES              TO  WRK-PCT-IN
                   MOVE    WRK-PCT-SHIFT(1:2)  TO  WRK-PCT-IN(2:2)
               END-IF
           END-PERFORM.
           INSPECT WRK-PCT-IN
               REPLACING   LEADING SPACE   BY  ZERO.
      *
           IF      (  WRK-PCT-IN  NOT NUMERIC  )
               OR  (  WRK-PCT-IN  =  '000'     )
               MOVE    80          TO  GOV-THRESHOLD
           ELSE
               MOVE    WRK-PCT-IN  TO  GOV-THRESHOLD
           END-IF.
      *
           MOVE    'MCPOPER'   TO  MCP-PNAME.
           MOVE    'GOVLIST'   TO  MCP-FUNC.
           CALL    'MCPSUB'    USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-BLOCKS  =  ZERO  )
               DISPLAY '*** NO UNITS OF WORK OPEN'
                   UPON    CONSOLE
           ELSE
               ACCEPT   WRK-SYSDATE     FROM    DATE    YYYYMMDD
               ACCEPT   WRK-SYSTIME     FROM    TIME
               MOVE     WRK-SYSDATE     TO      CONV-DATE
               PERFORM  700-DATE-TO-SERIAL
               COMPUTE  NOW-MINUTES  =
                   (  CONV-SERIAL  *  1440  )
                   +  (  WRK-SYSTIME-HH  *  60  )
                   +      WRK-SYSTIME-MM
      *
               DISPLAY 'TERMINAL  USERID    C    CALLS/  LIMIT'
                   '  UPDATES/  LIMIT   MINS/LIMIT   PCT'
                   UPON    CONSOLE
               MOVE    ZERO        TO  GOV-SHOWN
               PERFORM VARYING GOV-SUB     FROM    1   BY  1
                       UNTIL   (  GOV-SUB  >  MCP-BLOCKS  )
                   PERFORM 610-LIST-GOVERNED
               END-PERFORM
               IF      (  GOV-SHOWN  =  ZERO  )
                   MOVE    GOV-THRESHOLD   TO  EDT-PCT
                   DISPLAY '*** NO UNIT OF WORK AT' EDT-PCT
                       '% OF A LIMIT'
                       UPON    CONSOLE
               END-IF
           END-IF.
      *****************************************************************
      *    610-LIST-GOVERNED -- the highest share of any one limit is
      *    what decides whether the unit of work is shown, and it is
      *    shown as PCT.
      *****************************************************************
       610-LIST-GOVERNED       SECTION.
           MOVE     GOVLIST-DATE(GOV-SUB)   TO  CONV-DATE.
           PERFORM  700-DATE-TO-SERIAL.
           MOVE     GOVLIST-TIME(GOV-SUB)   TO  WRK-UOWTIME.
           COMPUTE  UOW-MINUTES  =
               (  CONV-SERIAL  *  1440  )
               +  (  WRK-UOWTIME-HH  *  60  )
               +      WRK-UOWTIME-MM.
           COMPUTE  UOW-MINUTES  =  NOW-MINUTES  -  UOW-MINUTES.
      *
           MOVE     ZERO            TO  GOV-HIGH-PCT.
           IF      (  GOVLIST-MAX-CALLS(GOV-SUB)  >  ZERO  )
               COMPUTE  GOV-PCT  =  GOVLIST-CALLS(GOV-SUB)  *  100
                                 /  GOVLIST-MAX-CALLS(GOV-SUB)
               IF      (  GOV-PCT  >  GOV-HIGH-PCT  )
                   MOVE    GOV-PCT     TO  GOV-HIGH-PCT
               END-IF
           END-IF.
           IF      (  GOVLIST-MAX-UPDATES(GOV-SUB)  >  ZERO  )
               COMPUTE  GOV-PCT  =  GOVLIST-UPDATES(GOV-SUB)  *  100
                                 /  GOVLIST-MAX-UPDATES(GOV-SUB)
               IF      (  GOV-PCT  >  GOV-HIGH-PCT  )
                   MOVE    GOV-PCT     TO  GOV-HIGH-PCT
               END-IF
           END-IF.
           IF      (  GOVLIST-MAX-MINUTES(GOV-SUB)  >  ZERO  )
               COMPUTE  GOV-PCT  =  UOW-MINUTES  *  100
                                 /  GOVLIST-MAX-MINUTES(GOV-SUB)
               IF      (  GOV-PCT  >  GOV-HIGH-PCT  )
                   MOVE    GOV-PCT     TO  GOV-HIGH-PCT
               END-IF
           END-IF.
      *
           IF      (  GOV-HIGH-PCT  NOT <  GOV-THRESHOLD  )
               ADD      1               TO  GOV-SHOWN
               MOVE     GOVLIST-CALLS(GOV-SUB)      TO  EDT-CALLS
               MOVE     GOVLIST-MAX-CALLS(GOV-SUB)  TO  EDT-MAX-CALLS
               MOVE     GOVLIST-UPDATES(GOV-SUB)    TO  EDT-UPDATES
               MOVE     GOVLIST-MAX-UPDATES(GOV-SUB)
                   TO  EDT-MAX-UPDATES
               MOVE     UOW-MINUTES     TO  EDT-MINUTES
               MOVE     GOVLIST-MAX-MINUTES(GOV-SUB)
                   TO  EDT-MAX-MINUTES
               MOVE     GOV-HIGH-PCT    TO  EDT-PCT
               DISPLAY GOVLIST-PNAME(GOV-SUB) '  '
                   GOVLIST-USERID(GOV-SUB) '  '
                   GOVLIST-CLASS(GOV-SUB) '  '
                   EDT-CALLS '/' EDT-MAX-CALLS '  '
                   EDT-UPDATES '/' EDT-MAX-UPDATES '  '
                   EDT-MINUTES '/' EDT-MAX-MINUTES '  '
                   EDT-PCT
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       700-DATE-TO-SERIAL      SECTION.
           MOVE    CONV-YYYY   TO  CONV-Y.
