       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 TPMAINT.
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
      *  $B%3%s%]!<%M%s%HL>(B  : $B2hLL(B
      *  $B4IM}<T(B            :
      *  $B:n@.F|IU(B    $B:n6H<T(B        $B5-=R(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
      * Record inquiry and maintenance at the terminal.  The clerk
      * signs on (AUTH and DBOPEN, a bridge session keyed by the
      * terminal), keys a path-id and presses Inquire.  'DBDESCRIBE'
      * lays the record out (kept in METASAVE), and 'DBNEXT' fetches
      * the record; its fields are shown four to a page, name, value
      * and -- for a field of eight bytes or less whose name is a
      * code.table table -- the CODESUB description beside the code.
      * A value on mask.registry shows masked, exactly as DBBROWSE
      * prints it, and is never taken back from the screen.
      *
      * Events on the record page:
      *     Inquire       fetch the path-id keyed
      *     Next / Prev   page through the fields
      *     Detail        the field on line WN7-SELECT in full, on a
      *                   window of its own pushed on the SPA window
      *                   stack (Quit pops back to the page)
      *     Add           insert the path-id from the values on the
      *                   page; fields elsewhere get their defaults
      *                   (zeros for 'N', the business date for 'D',
      *                   spaces for the rest)
      *     Change        update from the values on the page, or on
      *                   the detail window for one field
      *     Delete        pressed twice, the second press confirming
      *     Defer         queue a refused update for the drain run
      *     Quit          DBCLOSE and back to the signon window
      * Values longer than the 20 bytes a page line holds are changed
      * on the detail window, which carries 120 bytes of one field.
      *
      * Every Add/Change goes through VALIDSUB, and a changed code
      * CODESUB knows as inactive is refused, before the update is
      * driven inside a DBSTART/DBCOMMIT of its own -- no unit of
      * work ever stays open across an interaction.  When the drain
      * (RC 88) or a governor limit of the clerk's class (RC 81)
      * turns the update away, the clerk is offered Defer, which
      * hands the same image to 'ENQUEUE' for the night's drain run.
      * A read-only class (RC 97) is not offered it: ENQUEUE holds a
      * deferred update to the very same gate.
      *
      * The windows come from window.def through WINDSUB under the
      * keys MNTSIGN, MNTREC and MNTFIELD.  Where the clerk is (path-
      * id, page, field, stack) lives in SPA-MAINT and is saved by
      * SPASUB after every interaction; after a monitor restart the
      * terminal signs on again and resumes at the same place.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       DATA                        DIVISION.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-SPA-CLEAR       PIC 9       VALUE ZERO.
           02  FLG-SESSION-LOST    PIC 9       VALUE ZERO.
           02  FLG-LAYOUT-OK       PIC 9       VALUE ZERO.
           02  FLG-FOUND           PIC 9       VALUE ZERO.
           02  FLG-MASKED          PIC 9       VALUE ZERO.
           02  FLG-REFUSED         PIC 9       VALUE ZERO.
           02  FLG-APPLIED         PIC 9       VALUE ZERO.
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  LINE-SUB            PIC S9(9)   BINARY.
           02  FIELD-NO            PIC S9(9)   BINARY.
           02  FLD-POS             PIC S9(9)   BINARY.
           02  FLD-LEN             PIC S9(9)   BINARY.
           02  PAGE-COUNT          PIC S9(9)   BINARY.
           02  UPD-FUNC            PIC X(10).
           02  UPD-RC              PIC S9(4)   BINARY.
           02  EVENT-STATUS        PIC X(10).
           02  MSG-RC              PIC ZZZ9.
           02  MSG-TEXT            PIC X(40).
           02  CODE-TEXT           PIC X(30).
       01  BUS-DATE.
           02  BUS-DATE-YEAR       PIC 9(04).
           02  BUS-DATE-MONTH      PIC 9(02).
           02  BUS-DATE-DAY        PIC 9(02).
      *
      *    OLD-IMAGE is the record as the engine answered it (or the
      *    default image of a path-id not on file); NEW-IMAGE is what
      *    an Add/Change/Delete sends.
      *
       01  OLD-IMAGE               PIC X(1024).
       01  NEW-IMAGE               PIC X(1024).
       COPY    DB-META.
       COPY    DB-META-SAVE.
       COPY    WINDEF.
       COPY    SPACTL.
       COPY    CODEAREA.
       COPY    VALIDAREA.
       COPY    MASKAREA.
       LINKAGE                 SECTION.
       COPY    MCPAREA.
       COPY    SPAAREA.
       COPY    SCRAREA.
       COPY    LINKAREA.
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
      *****************************************************************
       000-MAIN                SECTION.
           DISPLAY '*** TPMAINT'
               UPON    CONSOLE.
      *
           MOVE    ZERO        TO  FLG-SPA-CLEAR.
           MOVE    ZERO        TO  FLG-SESSION-LOST.
           MOVE    SPACES      TO  MSG-TEXT.
      *
      *    MCP-STATUS is the monitor's on the way in, but ENQUEUE and
      *    a lock refusal borrow it -- it goes back as it came.  The
      *    bridge keys its sessions by MCP-PNAME, which here is the
      *    terminal, so two clerks never share a session.
      *
           MOVE    MCP-STATUS  TO  EVENT-STATUS.
           MOVE    SPA-TERM-ID TO  MCP-PNAME.
      *
           EVALUATE    MCP-STATUS      ALSO    MCP-EVENT
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO   'Timeout'
               PERFORM 220-TIMEOUT
             WHEN     'PUTG'           ALSO    ANY
               PERFORM 100-EVENT
             WHEN      OTHER
               PERFORM 290-OTHER
           END-EVALUATE.
      *
           MOVE    EVENT-STATUS    TO  MCP-STATUS.
           PERFORM 950-SAVE-SPA.
      *
           EXIT    PROGRAM.
      *****************************************************************
       010-INIT                SECTION.
      *    A LINK after a monitor recycle finds the terminal's place in
      *    spa.save -- but not its bridge session, which went with the
      *    monitor.  The clerk signs on again (screen 'A') and is put
      *    back on the page or field it was on.  A terminal that was
      *    still on the signon window gets it back as it was, its
      *    window already on the stack below; anything else starts a
      *    fresh conversation at the signon window.
           MOVE   'RESTORE'    TO  SPACTL-FUNC.
           CALL   'SPASUB'     USING
                SPACTL
                SPAAREA.
      *
           IF      (  SPACTL-RC  NOT =  ZERO  )
               OR  (  SPA-LAST-WINDOW  =  SPACES  )
               MOVE    SPACE       TO  SPA-MAINT-SCREEN
           END-IF.
      *
           EVALUATE    SPA-MAINT-SCREEN
             WHEN     'R'
             WHEN     'F'
             WHEN     'A'
               MOVE   'SIGN ON AGAIN TO RESUME'    TO  MSG-TEXT
               PERFORM 700-SIGNON-AGAIN
             WHEN     'S'
               MOVE    SPACES      TO  SCRAREA-DATA
               PERFORM 800-PUT-SCREEN
             WHEN      OTHER
               PERFORM 920-PUSH-WINDOW
      *
               MOVE    SPACES      TO  SPA-MAINT-USERID
               MOVE    ZERO        TO  SPA-MAINT-PATH-ID
               MOVE    ZERO        TO  SPA-MAINT-PAGE
               MOVE    ZERO        TO  SPA-MAINT-FIELD
               MOVE    SPACE       TO  SPA-MAINT-CONFIRM
               MOVE    SPACES      TO  SPA-MAINT-DEFER
      *
               MOVE    SPACES      TO  SCRAREA-DATA
               MOVE   'S'          TO  SPA-MAINT-SCREEN
               PERFORM 800-PUT-SCREEN
           END-EVALUATE.
      *****************************************************************
       100-EVENT               SECTION.
           EVALUATE    SPA-MAINT-SCREEN
             WHEN     'S'
               PERFORM 200-SIGNON-EVENT
             WHEN     'A'
               PERFORM 200-SIGNON-EVENT
             WHEN     'R'
               PERFORM 300-RECORD-EVENT
             WHEN     'F'
               PERFORM 400-FIELD-EVENT
             WHEN      OTHER
               PERFORM 290-OTHER
           END-EVALUATE.
      *
      *    RC 95 from any bridge call means this terminal no longer
      *    holds a session -- whatever the event was doing has put
      *    nothing on the screen, and the clerk signs on again to
      *    carry on from the same place.
      *
           IF      (  FLG-SESSION-LOST  =  1  )
               MOVE   'SESSION ENDED - SIGN ON AGAIN'  TO  MSG-TEXT
               PERFORM 700-SIGNON-AGAIN
           END-IF.
      *****************************************************************
       200-SIGNON-EVENT        SECTION.
           EVALUATE    TRUE
             WHEN    (  MCP-EVENT  =  'Quit'  )
                 AND (  SPA-MAINT-SCREEN  =  'A'  )
               PERFORM 215-ABANDON
             WHEN    (  MCP-EVENT  =  'Quit'  )
               PERFORM 210-QUIT
             WHEN      OTHER
               PERFORM 250-SIGNON
           END-EVALUATE.
      *****************************************************************
       210-QUIT                SECTION.
           MOVE   'CHANGE'     TO  MCP-PUTTYPE.
           PERFORM 930-POP-WINDOW.
           MOVE    MCP-WINDOW  TO  SPA-LAST-WINDOW.
           MOVE    SPACE       TO  SPA-MAINT-SCREEN.
      *
      *    Popping the last stacked window ends the conversation
      *    cleanly -- clear the saved scratchpad, as TPDEMO3 does.
      *
           IF      (  SPA-WINDOW-TOP  =  ZERO  )
               MOVE    1           TO  FLG-SPA-CLEAR
           END-IF.
      *
           PERFORM 900-PUT-WINDOW.
      *****************************************************************
      *    215-ABANDON -- a clerk who will not sign on again to resume
      *    drops the record window (and the field window over it)
      *    from the stack, then leaves as from the signon window.
      *****************************************************************
       215-ABANDON             SECTION.
           IF      (  SPA-MAINT-FIELD  >  ZERO  )
               PERFORM 930-POP-WINDOW
           END-IF.
           PERFORM 930-POP-WINDOW.
           PERFORM 210-QUIT.
      *****************************************************************
       220-TIMEOUT             SECTION.
           DISPLAY '*** TPMAINT SESSION TIMED OUT'
               UPON    CONSOLE.
      *
      *    Unlike TPDEMO3, TPMAINT holds a bridge session; it is
      *    closed here.  No unit of work is ever open between
      *    interactions, so there is nothing for the close to lose.
      *
           MOVE   'DBCLOSE'    TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      *
           MOVE    1           TO  FLG-SPA-CLEAR.
      *****************************************************************
       250-SIGNON              SECTION.
           MOVE    WN6-USERID      TO  MCP-USERID.
           MOVE    WN6-PASSWORD    TO  MCP-PASSWORD.
           MOVE    SPACES          TO  MCP-NEW-PASSWORD.
           MOVE    SPACES          TO  WN6-PASSWORD.
      *
           MOVE   'AUTH'       TO  MCP-FUNC.
           PERFORM 910-CALL-MCPSUB.
           IF      (  MCP-RC  =  ZERO  )
               MOVE   'DBOPEN'     TO  MCP-FUNC
               PERFORM 910-CALL-MCPSUB
           END-IF.
      *
           IF      (  MCP-RC  NOT =  ZERO  )
               MOVE    ZERO        TO  FLG-SESSION-LOST
               MOVE    MCP-RC      TO  MSG-RC
               IF      (  MCP-RC  =  88  )
                   MOVE   'BRIDGE IS DRAINING - NO NEW SIGNONS'
                       TO  MSG-TEXT
               ELSE
                   STRING 'SIGNON REFUSED, RC = ' MSG-RC
                       DELIMITED BY SIZE   INTO    MSG-TEXT
               END-IF
               PERFORM 800-PUT-SCREEN
           ELSE
               MOVE    WN6-USERID  TO  SPA-MAINT-USERID
               IF      (  SPA-MAINT-SCREEN  =  'S'  )
                   PERFORM 920-PUSH-WINDOW
                   MOVE    ZERO        TO  SPA-MAINT-PATH-ID
                   MOVE    ZERO        TO  SPA-MAINT-PAGE
                   MOVE    ZERO        TO  SPA-MAINT-FIELD
                   PERFORM 320-SHOW-RECORD
               ELSE
                   IF      (  SPA-MAINT-FIELD  >  ZERO  )
                       PERFORM 420-SHOW-FIELD
                   ELSE
                       PERFORM 320-SHOW-RECORD
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       290-OTHER               SECTION.
           IF      (  SPA-MAINT-SCREEN  =  'S'  )
               OR  (  SPA-MAINT-SCREEN  =  'A'  )
               OR  (  SPA-MAINT-SCREEN  =  'R'  )
               OR  (  SPA-MAINT-SCREEN  =  'F'  )
               PERFORM 800-PUT-SCREEN
           ELSE
               MOVE   'REFRESH'    TO  WINDEF-KEY
               PERFORM 940-LOOKUP-WINDOW
               PERFORM 900-PUT-WINDOW
           END-IF.
      *****************************************************************
       300-RECORD-EVENT        SECTION.
      *    A delete awaiting its second press, and an update awaiting
      *    Defer, are only good for the very next event.
           IF      (  MCP-EVENT  NOT =  'Delete'  )
               MOVE    SPACE       TO  SPA-MAINT-CONFIRM
           END-IF.
           IF      (  MCP-EVENT  NOT =  'Defer'  )
               MOVE    SPACES      TO  SPA-MAINT-DEFER
           END-IF.
      *
           EVALUATE    MCP-EVENT
             WHEN     'Quit'
               PERFORM 310-QUIT-RECORD
             WHEN     'Inquire'
               PERFORM 305-INQUIRE
             WHEN     'Next'
               ADD     1           TO  SPA-MAINT-PAGE
               PERFORM 320-SHOW-RECORD
             WHEN     'Prev'
               SUBTRACT    1       FROM    SPA-MAINT-PAGE
               PERFORM 320-SHOW-RECORD
             WHEN     'Detail'
               PERFORM 350-SELECT-FIELD
             WHEN     'Add'
               MOVE   'DBINSERT'   TO  UPD-FUNC
               PERFORM 360-UPDATE-RECORD
             WHEN     'Change'
               MOVE   'DBUPDATE'   TO  UPD-FUNC
               PERFORM 360-UPDATE-RECORD
             WHEN     'Delete'
               MOVE   'DBDELETE'   TO  UPD-FUNC
               PERFORM 360-UPDATE-RECORD
             WHEN     'Defer'
               PERFORM 390-DEFER
             WHEN      OTHER
               PERFORM 800-PUT-SCREEN
           END-EVALUATE.
      *****************************************************************
       305-INQUIRE             SECTION.
           IF      (  WN7-PATH-ID  NOT NUMERIC  )
               MOVE   'KEY A PATH-ID ABOVE ZERO'   TO  MSG-TEXT
               PERFORM 800-PUT-SCREEN
           ELSE
               IF      (  WN7-PATH-ID  =  ZERO  )
                   MOVE   'KEY A PATH-ID ABOVE ZERO'   TO  MSG-TEXT
                   PERFORM 800-PUT-SCREEN
               ELSE
                   MOVE    WN7-PATH-ID TO  SPA-MAINT-PATH-ID
                   MOVE    1           TO  SPA-MAINT-PAGE
                   PERFORM 320-SHOW-RECORD
               END-IF
           END-IF.
      *****************************************************************
       310-QUIT-RECORD         SECTION.
           MOVE   'DBCLOSE'    TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      *
           MOVE    SPACES      TO  SPA-MAINT-USERID.
           MOVE    ZERO        TO  SPA-MAINT-PATH-ID.
           MOVE    ZERO        TO  SPA-MAINT-PAGE.
           MOVE    ZERO        TO  SPA-MAINT-FIELD.
           MOVE    SPACES      TO  SCRAREA-DATA.
           MOVE   'S'          TO  SPA-MAINT-SCREEN.
      *
           MOVE   'CHANGE'     TO  MCP-PUTTYPE.
           PERFORM 930-POP-WINDOW.
           MOVE    MCP-WINDOW  TO  SPA-LAST-WINDOW.
           IF      (  SPA-WINDOW-TOP  =  ZERO  )
               MOVE    1           TO  FLG-SPA-CLEAR
           END-IF.
      *
           PERFORM 900-PUT-WINDOW.
      *****************************************************************
       320-SHOW-RECORD         SECTION.
           PERFORM 600-LOAD-LAYOUT.
           IF      (  FLG-SESSION-LOST  =  ZERO  )
               PERFORM 325-SHOW-LOADED-RECORD
           END-IF.
      *****************************************************************
       325-SHOW-LOADED-RECORD  SECTION.
           IF      (  FLG-LAYOUT-OK  =  1  )
               PERFORM 605-DISPLAY-IMAGE
           END-IF.
      *
           IF      (  FLG-SESSION-LOST  =  ZERO  )
               PERFORM 330-FILL-PAGE
               MOVE   'R'          TO  SPA-MAINT-SCREEN
               PERFORM 800-PUT-SCREEN
           END-IF.
      *****************************************************************
       330-FILL-PAGE           SECTION.
           MOVE    SPACES      TO  SCRAREA-DATA.
           MOVE    SPA-MAINT-PATH-ID   TO  WN7-PATH-ID.
           MOVE    ZERO        TO  WN7-SELECT.
           MOVE    ZERO        TO  WN7-PAGE.
           MOVE    ZERO        TO  WN7-PAGES.
      *
           IF      (  FLG-LAYOUT-OK  =  1  )
               COMPUTE PAGE-COUNT  =
                   (  METASAVE-FIELD-COUNT  +  3  )  /  4
               IF      (  SPA-MAINT-PAGE  >  PAGE-COUNT  )
                   MOVE    PAGE-COUNT  TO  SPA-MAINT-PAGE
               END-IF
               IF      (  SPA-MAINT-PAGE  <  1  )
                   MOVE    1           TO  SPA-MAINT-PAGE
               END-IF
               MOVE    SPA-MAINT-PAGE  TO  WN7-PAGE
               MOVE    PAGE-COUNT      TO  WN7-PAGES
      *
               IF      (  SPA-MAINT-PATH-ID  >  ZERO  )
                   PERFORM 335-FILL-LINE
                       VARYING LINE-SUB    FROM    1   BY  1
                       UNTIL   (  LINE-SUB  >  4  )
               END-IF
           END-IF.
      *****************************************************************
       335-FILL-LINE           SECTION.
           COMPUTE I  =  (  SPA-MAINT-PAGE  -  1  )  *  4  +  LINE-SUB.
      *
           IF      (  I  NOT >  METASAVE-FIELD-COUNT  )
               MOVE    METASAVE-FIELD-NAME(I)  TO  WN7-NAME(LINE-SUB)
               PERFORM 630-SLICE-FIELD
               PERFORM 640-MASK-VALUE
               MOVE    MASKAREA-VALUE  TO  WN7-VALUE(LINE-SUB)
      *
               MOVE    SPACES      TO  CODEAREA-CODE
               IF      (  FLD-LEN  >  ZERO  )
                   AND (  FLD-LEN  NOT >  8  )
                   MOVE    OLD-IMAGE(FLD-POS : FLD-LEN)
                       TO  CODEAREA-CODE
               END-IF
               PERFORM 650-CODE-DESC
               MOVE    CODE-TEXT   TO  WN7-DESC(LINE-SUB)
           END-IF.
      *****************************************************************
       350-SELECT-FIELD        SECTION.
           PERFORM 600-LOAD-LAYOUT.
      *
           IF      (  FLG-LAYOUT-OK  =  1  )
               IF      (  SPA-MAINT-PATH-ID  =  ZERO  )
                   MOVE   'INQUIRE ON A PATH-ID FIRST' TO  MSG-TEXT
               ELSE
                   IF      (  WN7-SELECT  NOT NUMERIC  )
                       MOVE    ZERO        TO  FIELD-NO
                   ELSE
                       COMPUTE FIELD-NO  =
                           (  SPA-MAINT-PAGE  -  1  )  *  4
                               +  WN7-SELECT
                   END-IF
                   IF      (  WN7-SELECT  NOT NUMERIC  )
                       OR  (  WN7-SELECT  <  1  )
                       OR  (  WN7-SELECT  >  4  )
                       OR  (  FIELD-NO  >  METASAVE-FIELD-COUNT  )
                       MOVE   'SELECT A FIELD ON LINE 1 TO 4'
                           TO  MSG-TEXT
                   END-IF
               END-IF
           END-IF.
      *
           IF      (  FLG-SESSION-LOST  =  ZERO  )
               IF      (  MSG-TEXT  =  SPACES  )
                   PERFORM 920-PUSH-WINDOW
                   MOVE    FIELD-NO    TO  SPA-MAINT-FIELD
                   PERFORM 422-SHOW-LOADED-FIELD
               ELSE
                   PERFORM 800-PUT-SCREEN
               END-IF
           END-IF.
      *****************************************************************
      *    360-UPDATE-RECORD drives UPD-FUNC for the record in hand.
      *    A refused request leaves the clerk's keyed values on the
      *    screen with the reason; a good one shows the record again
      *    as the engine now has it.
      *****************************************************************
       360-UPDATE-RECORD       SECTION.
           PERFORM 370-BUILD-IMAGE.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               IF      (  UPD-FUNC  =  'DBDELETE'  )
                   AND (  SPA-MAINT-CONFIRM  NOT =  'D'  )
                   MOVE   'D'          TO  SPA-MAINT-CONFIRM
                   MOVE   'PRESS DELETE AGAIN TO CONFIRM'  TO  MSG-TEXT
               ELSE
                   MOVE    SPACE       TO  SPA-MAINT-CONFIRM
                   PERFORM 380-APPLY-UPDATE
               END-IF
           END-IF.
      *
           IF      (  FLG-SESSION-LOST  =  ZERO  )
               IF      (  FLG-APPLIED  =  1  )
                   IF      (  SPA-MAINT-SCREEN  =  'F'  )
                       PERFORM 422-SHOW-LOADED-FIELD
                   ELSE
                       PERFORM 325-SHOW-LOADED-RECORD
                   END-IF
               ELSE
                   PERFORM 800-PUT-SCREEN
               END-IF
           END-IF.
      *****************************************************************
      *    370-BUILD-IMAGE puts together in NEW-IMAGE what UPD-FUNC
      *    would send: the record as the engine has it now (or the
      *    default image, for an insert) with the clerk's values laid
      *    over it, checked by VALIDSUB and the code check.  Anything
      *    that stops it sets FLG-REFUSED with the reason in MSG-TEXT.
      *****************************************************************
       370-BUILD-IMAGE         SECTION.
           MOVE    ZERO        TO  FLG-REFUSED.
           MOVE    ZERO        TO  FLG-APPLIED.
      *
           IF      (  SPA-MAINT-PATH-ID  =  ZERO  )
               MOVE    1           TO  FLG-REFUSED
           ELSE
               IF      (  SPA-MAINT-SCREEN  =  'R'  )
                   IF      (  WN7-PATH-ID  NOT NUMERIC  )
                       MOVE    1           TO  FLG-REFUSED
                   ELSE
                       IF  (  WN7-PATH-ID  NOT =  SPA-MAINT-PATH-ID  )
                           MOVE    1           TO  FLG-REFUSED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF      (  FLG-REFUSED  =  1  )
               MOVE   'PRESS INQUIRE FOR THAT PATH-ID FIRST'
                   TO  MSG-TEXT
           ELSE
               PERFORM 600-LOAD-LAYOUT
               IF      (  FLG-LAYOUT-OK  =  ZERO  )
                   MOVE    1           TO  FLG-REFUSED
               ELSE
                   PERFORM 610-READ-RECORD
               END-IF
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               EVALUATE    TRUE
                 WHEN    (  FLG-SESSION-LOST  =  1  )
                   MOVE    1           TO  FLG-REFUSED
                 WHEN    (  UPD-FUNC  =  'DBINSERT'  )
                     AND (  FLG-FOUND  =  1  )
                   MOVE    1           TO  FLG-REFUSED
                   MOVE   'RECORD IS ALREADY ON FILE'  TO  MSG-TEXT
                 WHEN    (  UPD-FUNC  NOT =  'DBINSERT'  )
                     AND (  FLG-FOUND  =  ZERO  )
                   MOVE    1           TO  FLG-REFUSED
                   MOVE   'RECORD IS NOT ON FILE'      TO  MSG-TEXT
                 WHEN    (  UPD-FUNC  =  'DBINSERT'  )
                   PERFORM 620-DEFAULT-IMAGE
                 WHEN      OTHER
                   MOVE    OLD-IMAGE   TO  NEW-IMAGE
               END-EVALUATE
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               AND (  UPD-FUNC  NOT =  'DBDELETE'  )
               IF      (  SPA-MAINT-SCREEN  =  'F'  )
                   PERFORM 374-OVERLAY-FIELD
               ELSE
                   PERFORM 372-OVERLAY-LINE
                       VARYING LINE-SUB    FROM    1   BY  1
                       UNTIL   (  LINE-SUB  >  4  )
               END-IF
           END-IF.
      *
           IF      (  FLG-REFUSED  =  ZERO  )
               AND (  UPD-FUNC  NOT =  'DBDELETE'  )
               MOVE    NEW-IMAGE   TO  DBDATA
               CALL    'VALIDSUB'  USING
                    DBDATA
                    METASAVE
                    VALIDAREA
               IF      (  VALID-RC  NOT =  ZERO  )
                   MOVE    1           TO  FLG-REFUSED
                   MOVE    SPACES      TO  MSG-TEXT
                   STRING 'NOT VALID: ' VALID-FIELD-NAME
                       DELIMITED BY SIZE   INTO    MSG-TEXT
               ELSE
                   PERFORM 376-CHECK-CODE
                       VARYING I   FROM    1   BY  1
                       UNTIL   (  I  >  METASAVE-FIELD-COUNT  )
                           OR  (  FLG-REFUSED  =  1  )
               END-IF
           END-IF.
      *****************************************************************
      *    372-OVERLAY-LINE takes one page line back into NEW-IMAGE.
      *    A masked value is what the clerk was shown, not the data,
      *    and a value wider than the line was shown cut short -- both
      *    are left as they are.
      *****************************************************************
       372-OVERLAY-LINE        SECTION.
           COMPUTE I  =  (  SPA-MAINT-PAGE  -  1  )  *  4  +  LINE-SUB.
      *
           IF      (  I  NOT >  METASAVE-FIELD-COUNT  )
               PERFORM 630-SLICE-FIELD
               PERFORM 640-MASK-VALUE
               IF      (  FLG-MASKED  =  ZERO  )
                   AND (  FLD-LEN  >  ZERO  )
                   AND (  FLD-LEN  NOT >  20  )
                   MOVE    WN7-VALUE(LINE-SUB)
                       TO  NEW-IMAGE(FLD-POS : FLD-LEN)
               END-IF
           END-IF.
      *****************************************************************
       374-OVERLAY-FIELD       SECTION.
           MOVE    SPA-MAINT-FIELD TO  I.
      *
           IF      (  I  <  1  )
               OR  (  I  >  METASAVE-FIELD-COUNT  )
               MOVE    1           TO  FLG-REFUSED
               MOVE   'FIELD IS NO LONGER IN THE LAYOUT'   TO  MSG-TEXT
           ELSE
               PERFORM 630-SLICE-FIELD
               PERFORM 640-MASK-VALUE
               IF      (  FLG-MASKED  =  1  )
                   MOVE    1           TO  FLG-REFUSED
                   MOVE   'FIELD IS MASKED FOR YOUR CLASS' TO  MSG-TEXT
               ELSE
                   IF      (  FLD-LEN  >  120  )
                       MOVE    WN8-VALUE
                           TO  NEW-IMAGE(FLD-POS : 120)
                   ELSE
                       IF      (  FLD-LEN  >  ZERO  )
                           MOVE    WN8-VALUE
                               TO  NEW-IMAGE(FLD-POS : FLD-LEN)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      *    376-CHECK-CODE refuses a code the clerk has just keyed that
      *    CODESUB knows as inactive.  Only a value that changed is
      *    looked at, so a record still carrying a retired code (see
      *    RIAUDIT) can have its other fields corrected.
      *****************************************************************
       376-CHECK-CODE          SECTION.
           PERFORM 630-SLICE-FIELD.
      *
           IF      (  FLD-LEN  >  ZERO  )
               AND (  FLD-LEN  NOT >  8  )
               IF      (  NEW-IMAGE(FLD-POS : FLD-LEN)
                              NOT =  OLD-IMAGE(FLD-POS : FLD-LEN)  )
                   AND (  NEW-IMAGE(FLD-POS : FLD-LEN)  NOT =  SPACES  )
                   MOVE    METASAVE-FIELD-NAME(I)  TO  CODEAREA-TABLE
                   MOVE    NEW-IMAGE(FLD-POS : FLD-LEN)
                       TO  CODEAREA-CODE
                   CALL    'CODESUB'   USING
                        CODEAREA
                   IF      (  CODEAREA-RC  =  92  )
                       MOVE    1           TO  FLG-REFUSED
                       MOVE    SPACES      TO  MSG-TEXT
                       STRING 'INACTIVE CODE: ' METASAVE-FIELD-NAME(I)
                           DELIMITED BY SIZE   INTO    MSG-TEXT
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       380-APPLY-UPDATE        SECTION.
           MOVE   'DBSTART'    TO  MCP-FUNC.
           PERFORM 910-CALL-MCPSUB.
      *
           EVALUATE    MCP-RC
             WHEN    ZERO
               PERFORM 382-DRIVE-UPDATE
             WHEN    88
               PERFORM 388-OFFER-DEFER
             WHEN    95
               CONTINUE
             WHEN    OTHER
               MOVE    MCP-RC      TO  MSG-RC
               MOVE    SPACES      TO  MSG-TEXT
               STRING 'UNIT OF WORK REFUSED, RC = ' MSG-RC
                   DELIMITED BY SIZE   INTO    MSG-TEXT
           END-EVALUATE.
      *****************************************************************
      *    382-DRIVE-UPDATE -- inside the unit of work just started.
      *    RC 81 means the governor has already rolled it back; every
      *    other refusal is rolled back here, so the unit of work is
      *    closed whichever way the call went.
      *****************************************************************
       382-DRIVE-UPDATE        SECTION.
           MOVE    NEW-IMAGE   TO  DBDATA.
           MOVE    UPD-FUNC    TO  MCP-FUNC.
           MOVE    1           TO  MCP-PATH-BLOCKS.
           MOVE    SPA-MAINT-PATH-ID   TO  MCP-PATH-ID.
           MOVE    1024        TO  MCP-PATH-LENGTH.
           PERFORM 910-CALL-MCPSUB.
           MOVE    MCP-RC      TO  UPD-RC.
           MOVE    SPACES      TO  MSG-TEXT.
      *
           EVALUATE    UPD-RC
             WHEN    ZERO
               PERFORM 384-COMMIT
             WHEN    81
               PERFORM 388-OFFER-DEFER
             WHEN    82
               PERFORM 384-COMMIT
               IF      (  FLG-APPLIED  =  1  )
                   MOVE    ZERO        TO  FLG-APPLIED
                   MOVE   'HELD FOR SUPERVISOR APPROVAL'   TO  MSG-TEXT
               END-IF
             WHEN    83
               STRING 'RECORD IN USE AT TERMINAL ' MCP-STATUS
                   DELIMITED BY SIZE   INTO    MSG-TEXT
               PERFORM 386-ROLLBACK
             WHEN    95
               CONTINUE
             WHEN    97
               MOVE   'YOUR CLASS MAY NOT UPDATE RECORDS'  TO  MSG-TEXT
               PERFORM 386-ROLLBACK
             WHEN    OTHER
               MOVE    UPD-RC      TO  MSG-RC
               STRING 'UPDATE FAILED, RC = ' MSG-RC
                   DELIMITED BY SIZE   INTO    MSG-TEXT
               PERFORM 386-ROLLBACK
           END-EVALUATE.
      *****************************************************************
       384-COMMIT              SECTION.
           MOVE   'DBCOMMIT'   TO  MCP-FUNC.
           PERFORM 910-CALL-MCPSUB.
      *
           EVALUATE    MCP-RC
             WHEN    ZERO
               MOVE    1           TO  FLG-APPLIED
               EVALUATE    UPD-FUNC
                 WHEN     'DBINSERT'
                   MOVE   'RECORD ADDED'       TO  MSG-TEXT
                 WHEN     'DBDELETE'
                   MOVE   'RECORD DELETED'     TO  MSG-TEXT
                 WHEN      OTHER
                   MOVE   'RECORD CHANGED'     TO  MSG-TEXT
               END-EVALUATE
             WHEN    81
               PERFORM 388-OFFER-DEFER
             WHEN    95
               CONTINUE
             WHEN    OTHER
               MOVE    MCP-RC      TO  MSG-RC
               MOVE    SPACES      TO  MSG-TEXT
               STRING 'COMMIT FAILED, RC = ' MSG-RC
                   DELIMITED BY SIZE   INTO    MSG-TEXT
               PERFORM 386-ROLLBACK
           END-EVALUATE.
      *****************************************************************
       386-ROLLBACK            SECTION.
           MOVE   'DBROLLBACK' TO  MCP-FUNC.
           PERFORM 910-CALL-MCPSUB.
      *****************************************************************
      *    388-OFFER-DEFER -- the update was turned away for now, not
      *    for good: the drain is up (RC 88) or the unit of work
      *    crossed a governor limit of the clerk's class (RC 81).
      *    The function is kept for a Defer on the next event.
      *****************************************************************
       388-OFFER-DEFER         SECTION.
           MOVE    UPD-FUNC    TO  SPA-MAINT-DEFER.
           IF      (  MCP-RC  =  88  )
               MOVE   'DRAINING - PRESS DEFER FOR TONIGHT'
                   TO  MSG-TEXT
           ELSE
               MOVE   'CLASS LIMIT - PRESS DEFER FOR TONIGHT'
                   TO  MSG-TEXT
           END-IF.
      *****************************************************************
      *    390-DEFER builds the image again from what is still on the
      *    screen and hands it to 'ENQUEUE' with the deferred function
      *    in MCP-STATUS.  The record is left as it is until the
      *    drain run drives it.
      *****************************************************************
       390-DEFER               SECTION.
           IF      (  SPA-MAINT-DEFER  =  SPACES  )
               MOVE   'NOTHING IS WAITING TO BE DEFERRED'  TO  MSG-TEXT
               PERFORM 800-PUT-SCREEN
           ELSE
               MOVE    SPA-MAINT-DEFER TO  UPD-FUNC
               MOVE    SPACES          TO  SPA-MAINT-DEFER
               PERFORM 370-BUILD-IMAGE
               IF      (  FLG-REFUSED  =  ZERO  )
                   PERFORM 395-ENQUEUE
               END-IF
               IF      (  FLG-SESSION-LOST  =  ZERO  )
                   PERFORM 800-PUT-SCREEN
               END-IF
           END-IF.
      *****************************************************************
       395-ENQUEUE             SECTION.
           MOVE    NEW-IMAGE   TO  DBDATA.
           MOVE   'ENQUEUE'    TO  MCP-FUNC.
           MOVE    UPD-FUNC    TO  MCP-STATUS.
           MOVE    1           TO  MCP-PATH-BLOCKS.
           MOVE    SPA-MAINT-PATH-ID   TO  MCP-PATH-ID.
           MOVE    1024        TO  MCP-PATH-LENGTH.
           PERFORM 910-CALL-MCPSUB.
      *
           EVALUATE    MCP-RC
             WHEN    ZERO
               MOVE   'QUEUED FOR TONIGHT'     TO  MSG-TEXT
             WHEN    82
               MOVE   'HELD FOR SUPERVISOR APPROVAL'   TO  MSG-TEXT
             WHEN    95
               CONTINUE
             WHEN    97
               MOVE   'YOUR CLASS MAY NOT UPDATE RECORDS'  TO  MSG-TEXT
             WHEN    OTHER
               MOVE    MCP-RC      TO  MSG-RC
               MOVE    SPACES      TO  MSG-TEXT
               STRING 'DEFER FAILED, RC = ' MSG-RC
                   DELIMITED BY SIZE   INTO    MSG-TEXT
           END-EVALUATE.
      *****************************************************************
       400-FIELD-EVENT         SECTION.
           MOVE    SPACE       TO  SPA-MAINT-CONFIRM.
           IF      (  MCP-EVENT  NOT =  'Defer'  )
               MOVE    SPACES      TO  SPA-MAINT-DEFER
           END-IF.
      *
           EVALUATE    MCP-EVENT
             WHEN     'Quit'
               PERFORM 410-QUIT-FIELD
             WHEN     'Change'
               MOVE   'DBUPDATE'   TO  UPD-FUNC
               PERFORM 360-UPDATE-RECORD
             WHEN     'Defer'
               PERFORM 390-DEFER
             WHEN      OTHER
               PERFORM 800-PUT-SCREEN
           END-EVALUATE.
      *****************************************************************
      *    410-QUIT-FIELD pops the record window back off the stack
      *    and shows the page again, read afresh.
      *****************************************************************
       410-QUIT-FIELD          SECTION.
           PERFORM 600-LOAD-LAYOUT.
      *
           IF      (  FLG-SESSION-LOST  =  ZERO  )
               AND (  FLG-LAYOUT-OK  =  1  )
               PERFORM 605-DISPLAY-IMAGE
           END-IF.
      *
           IF      (  FLG-SESSION-LOST  =  ZERO  )
               MOVE    ZERO        TO  SPA-MAINT-FIELD
               PERFORM 330-FILL-PAGE
               MOVE    MSG-TEXT    TO  WN7-MSG
               MOVE   'R'          TO  SPA-MAINT-SCREEN
      *
               MOVE   'CHANGE'     TO  MCP-PUTTYPE
               PERFORM 930-POP-WINDOW
               MOVE    MCP-WINDOW  TO  SPA-LAST-WINDOW
               PERFORM 900-PUT-WINDOW
           END-IF.
      *****************************************************************
       420-SHOW-FIELD          SECTION.
           PERFORM 600-LOAD-LAYOUT.
      *
      *    A field resumed after a restart may have gone from a layout
      *    changed in between -- fall back to the record page.
      *
           IF      (  FLG-SESSION-LOST  =  ZERO  )
               IF      (  FLG-LAYOUT-OK  =  1  )
                   AND (  SPA-MAINT-FIELD  NOT >  METASAVE-FIELD-COUNT )
                   PERFORM 422-SHOW-LOADED-FIELD
               ELSE
                   PERFORM 930-POP-WINDOW
                   MOVE    ZERO        TO  SPA-MAINT-FIELD
                   PERFORM 325-SHOW-LOADED-RECORD
               END-IF
           END-IF.
      *****************************************************************
       422-SHOW-LOADED-FIELD   SECTION.
           PERFORM 605-DISPLAY-IMAGE.
      *
           IF      (  FLG-SESSION-LOST  =  ZERO  )
               PERFORM 425-FILL-FIELD
               MOVE   'F'          TO  SPA-MAINT-SCREEN
               PERFORM 800-PUT-SCREEN
           END-IF.
      *****************************************************************
       425-FILL-FIELD          SECTION.
           MOVE    SPACES      TO  SCRAREA-DATA.
           MOVE    SPA-MAINT-FIELD TO  I.
      *
           MOVE    METASAVE-FIELD-NAME(I)      TO  WN8-NAME.
           MOVE    METASAVE-FIELD-OFFSET(I)    TO  WN8-OFFSET.
           MOVE    METASAVE-FIELD-LENGTH(I)    TO  WN8-LENGTH.
           MOVE    METASAVE-FIELD-TYPE(I)      TO  WN8-TYPE.
      *
           PERFORM 630-SLICE-FIELD.
           PERFORM 640-MASK-VALUE.
           MOVE    MASKAREA-VALUE  TO  WN8-VALUE.
      *
           MOVE    SPACES      TO  CODEAREA-CODE.
           IF      (  FLD-LEN  >  ZERO  )
               AND (  FLD-LEN  NOT >  8  )
               MOVE    OLD-IMAGE(FLD-POS : FLD-LEN)    TO  CODEAREA-CODE
           END-IF.
           PERFORM 650-CODE-DESC.
           MOVE    CODE-TEXT   TO  WN8-DESC.
      *
           IF      (  FLG-MASKED  =  1  )
               AND (  MSG-TEXT  =  SPACES  )
               MOVE   'FIELD IS MASKED FOR YOUR CLASS' TO  MSG-TEXT
           END-IF.
      *****************************************************************
      *    600-LOAD-LAYOUT -- every interaction describes the path
      *    afresh, because this program's working storage is shared
      *    by every terminal running it; only SPA-MAINT is the
      *    terminal's own.  The masking registry is loaded for the
      *    signed-on userid at the same time, and the business date
      *    is taken for the default image.
      *****************************************************************
       600-LOAD-LAYOUT         SECTION.
           MOVE    ZERO        TO  FLG-LAYOUT-OK.
      *
           MOVE   'GETDATE'    TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
           MOVE    GETDATE-YEAR    TO  BUS-DATE-YEAR.
           MOVE    GETDATE-MONTH   TO  BUS-DATE-MONTH.
           MOVE    GETDATE-DAY     TO  BUS-DATE-DAY.
      *
           MOVE    ZERO        TO  MCP-PATH-ID.
           MOVE    LENGTH OF DBMETA-ANS    TO  MCP-PATH-LENGTH.
           COMPUTE MCP-PATH-BLOCKS  =
               (  MCP-PATH-LENGTH  +  1023  )  /  1024.
           MOVE   'DBDESCRIBE' TO  MCP-FUNC.
           PERFORM 910-CALL-MCPSUB.
      *
           EVALUATE    TRUE
             WHEN    (  MCP-RC  =  95  )
               CONTINUE
             WHEN    (  MCP-RC  NOT =  ZERO  )
               MOVE    MCP-RC      TO  MSG-RC
               MOVE    SPACES      TO  MSG-TEXT
               STRING 'NO FIELD LAYOUT, RC = ' MSG-RC
                   DELIMITED BY SIZE   INTO    MSG-TEXT
             WHEN    (  DBMETA-FIELD-COUNT  <  1  )
               MOVE   'NO FIELD LAYOUT FOR THIS PATH'  TO  MSG-TEXT
             WHEN      OTHER
               MOVE    DBMETA-ANS  TO  METASAVE
               IF      (  METASAVE-FIELD-COUNT  >  64  )
                   MOVE    64      TO  METASAVE-FIELD-COUNT
               END-IF
               MOVE    1           TO  FLG-LAYOUT-OK
      *
               MOVE   'LOAD'       TO  MASKAREA-FUNC
               MOVE    SPA-MAINT-USERID    TO  MASKAREA-USERID
               CALL    'MASKSUB'   USING
                    MASKAREA
           END-EVALUATE.
      *****************************************************************
      *    605-DISPLAY-IMAGE reads the record in hand into OLD-IMAGE;
      *    a path-id not on file shows the default image an Add
      *    would start from.
      *****************************************************************
       605-DISPLAY-IMAGE       SECTION.
           PERFORM 610-READ-RECORD.
      *
           IF      (  FLG-FOUND  =  ZERO  )
               AND (  FLG-SESSION-LOST  =  ZERO  )
               PERFORM 620-DEFAULT-IMAGE
               MOVE    NEW-IMAGE   TO  OLD-IMAGE
               IF      (  SPA-MAINT-PATH-ID  >  ZERO  )
                   AND (  MSG-TEXT  =  SPACES  )
                   MOVE   'NOT ON FILE - KEY THE FIELDS AND ADD'
                       TO  MSG-TEXT
               END-IF
           END-IF.
      *****************************************************************
      *    610-READ-RECORD fetches the path-id through the same DBNEXT
      *    round trip MCPSUB uses for a before-image; any answer but
      *    RC 0 is taken as "not on file".
      *****************************************************************
       610-READ-RECORD         SECTION.
           MOVE    ZERO        TO  FLG-FOUND.
           MOVE    SPACES      TO  OLD-IMAGE.
      *
           IF      (  SPA-MAINT-PATH-ID  >  ZERO  )
               MOVE   'DBNEXT'     TO  MCP-FUNC
               MOVE    1           TO  MCP-PATH-BLOCKS
               MOVE    SPA-MAINT-PATH-ID   TO  MCP-PATH-ID
               MOVE    1024        TO  MCP-PATH-LENGTH
               PERFORM 910-CALL-MCPSUB
               IF      (  MCP-RC  =  ZERO  )
                   MOVE    DBDATA(1 : 1024)    TO  OLD-IMAGE
                   MOVE    1           TO  FLG-FOUND
               END-IF
           END-IF.
      *****************************************************************
       620-DEFAULT-IMAGE       SECTION.
           MOVE    SPACES      TO  NEW-IMAGE.
           PERFORM 625-DEFAULT-FIELD
               VARYING I   FROM    1   BY  1
               UNTIL   (  I  >  METASAVE-FIELD-COUNT  ).
      *****************************************************************
       625-DEFAULT-FIELD       SECTION.
           PERFORM 630-SLICE-FIELD.
      *
           IF      (  FLD-LEN  >  ZERO  )
               EVALUATE    METASAVE-FIELD-TYPE(I)
                 WHEN     'N'
                   MOVE    ALL '0'     TO  NEW-IMAGE(FLD-POS : FLD-LEN)
                 WHEN     'D'
                   IF      (  FLD-LEN  =  8  )
                       MOVE    BUS-DATE    TO  NEW-IMAGE(FLD-POS : 8)
                   END-IF
                 WHEN      OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
      *****************************************************************
      *    630-SLICE-FIELD -- field I's place in a 1024-byte image,
      *    one-origin; a field reaching past the image is cut at its
      *    end, and one wholly outside it has FLD-LEN zero.
      *****************************************************************
       630-SLICE-FIELD         SECTION.
           COMPUTE FLD-POS  =  METASAVE-FIELD-OFFSET(I)  +  1.
           MOVE    METASAVE-FIELD-LENGTH(I)    TO  FLD-LEN.
      *
           IF      (  FLD-POS  <  1     )
               OR  (  FLD-POS  >  1024  )
               OR  (  FLD-LEN  <  ZERO  )
               MOVE    1           TO  FLD-POS
               MOVE    ZERO        TO  FLD-LEN
           END-IF.
           IF      (  FLD-POS  +  FLD-LEN  -  1  >  1024  )
               COMPUTE FLD-LEN  =  1024  -  FLD-POS  +  1
           END-IF.
      *****************************************************************
      *    640-MASK-VALUE puts field I's value from OLD-IMAGE through
      *    MASKSUB into MASKAREA-VALUE; FLG-MASKED says whether the
      *    signed-on class is kept from seeing it.
      *****************************************************************
       640-MASK-VALUE          SECTION.
           MOVE    ZERO        TO  FLG-MASKED.
           MOVE    SPACES      TO  MASKAREA-VALUE.
           MOVE    FLD-LEN     TO  MASKAREA-LENGTH.
           IF      (  FLD-LEN  >  ZERO  )
               MOVE    OLD-IMAGE(FLD-POS : FLD-LEN)
                   TO  MASKAREA-VALUE
           END-IF.
      *
           MOVE   'APPLY'      TO  MASKAREA-FUNC.
           MOVE    METASAVE-FIELD-NAME(I)  TO  MASKAREA-FIELD.
           CALL    'MASKSUB'   USING
                MASKAREA.
           IF      (  MASKAREA-RC  =  ZERO  )
               MOVE    1           TO  FLG-MASKED
           END-IF.
      *****************************************************************
      *    650-CODE-DESC answers in CODE-TEXT the description of the
      *    code in CODEAREA-CODE, looked up in the code.table table
      *    named by field I -- a field's own name is its code table.
      *    A field that is not a code (no such table), a blank value
      *    or a masked one answers spaces.
      *****************************************************************
       650-CODE-DESC           SECTION.
           MOVE    SPACES      TO  CODE-TEXT.
      *
           IF      (  FLG-MASKED  =  ZERO  )
               AND (  CODEAREA-CODE  NOT =  SPACES  )
               MOVE    METASAVE-FIELD-NAME(I)  TO  CODEAREA-TABLE
               CALL    'CODESUB'   USING
                    CODEAREA
               EVALUATE    CODEAREA-RC
                 WHEN    ZERO
                   MOVE    CODEAREA-DESC   TO  CODE-TEXT
                 WHEN    92
                   STRING '(INACTIVE) ' CODEAREA-DESC
                       DELIMITED BY SIZE   INTO    CODE-TEXT
                 WHEN    OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
      *****************************************************************
      *    700-SIGNON-AGAIN -- the terminal has no bridge session (a
      *    monitor restart, or the session was ended under it).  The
      *    window stack and SPA-MAINT are left as they are, so the
      *    signon that follows resumes at the same place.
      *****************************************************************
       700-SIGNON-AGAIN        SECTION.
           MOVE    ZERO        TO  FLG-SESSION-LOST.
           MOVE    SPACE       TO  SPA-MAINT-CONFIRM.
           MOVE    SPACES      TO  SPA-MAINT-DEFER.
      *
           MOVE    SPACES      TO  SCRAREA-DATA.
           MOVE    SPA-MAINT-USERID    TO  WN6-USERID.
           MOVE   'A'          TO  SPA-MAINT-SCREEN.
           PERFORM 800-PUT-SCREEN.
      *****************************************************************
      *    800-PUT-SCREEN puts up the window SPA-MAINT-SCREEN stands
      *    for, with MSG-TEXT on its message line.
      *****************************************************************
       800-PUT-SCREEN          SECTION.
           EVALUATE    SPA-MAINT-SCREEN
             WHEN     'R'
               MOVE    MSG-TEXT    TO  WN7-MSG
               MOVE   'MNTREC'     TO  WINDEF-KEY
             WHEN     'F'
               MOVE    MSG-TEXT    TO  WN8-MSG
               MOVE   'MNTFIELD'   TO  WINDEF-KEY
             WHEN      OTHER
               MOVE    SPACES      TO  WN6-PASSWORD
               MOVE    MSG-TEXT    TO  WN6-MSG
               MOVE   'MNTSIGN'    TO  WINDEF-KEY
           END-EVALUATE.
      *
           PERFORM 940-LOOKUP-WINDOW.
           MOVE    MCP-WINDOW  TO  SPA-LAST-WINDOW.
           PERFORM 900-PUT-WINDOW.
      *****************************************************************
       900-PUT-WINDOW          SECTION.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      *****************************************************************
       910-CALL-MCPSUB         SECTION.
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      *
           IF      (  MCP-RC  =  95  )
               MOVE    1           TO  FLG-SESSION-LOST
           END-IF.
      *****************************************************************
       920-PUSH-WINDOW         SECTION.
           IF      (  SPA-LAST-WINDOW  NOT =  SPACES  )
               IF      (  SPA-WINDOW-TOP  <  10  )
                   ADD     1           TO  SPA-WINDOW-TOP
                   MOVE    SPA-LAST-WINDOW
                       TO  SPA-WINDOW-ENTRY(SPA-WINDOW-TOP)
               END-IF
           END-IF.
      *****************************************************************
       930-POP-WINDOW          SECTION.
           IF      (  SPA-WINDOW-TOP  >  ZERO  )
               MOVE    SPA-WINDOW-ENTRY(SPA-WINDOW-TOP)  TO  MCP-WINDOW
               SUBTRACT    1           FROM    SPA-WINDOW-TOP
           ELSE
               MOVE    'DEFAULT'       TO  WINDEF-KEY
               PERFORM 940-LOOKUP-WINDOW
           END-IF.
      *****************************************************************
       940-LOOKUP-WINDOW       SECTION.
           CALL    'WINDSUB'   USING
                WINDEF.
      *
           IF      (  WINDEF-RC  NOT =  ZERO  )
               DISPLAY '*** WINDOW LOOKUP FAILED, KEY = [' WINDEF-KEY
                   '] RC = [' WINDEF-RC ']'
                   UPON    CONSOLE
           ELSE
               MOVE    WINDEF-WINDOW   TO  MCP-WINDOW
               MOVE    WINDEF-PUTTYPE  TO  MCP-PUTTYPE
           END-IF.
      *****************************************************************
       950-SAVE-SPA            SECTION.
      *    As in TPDEMO3: the scratchpad is saved after every
      *    interaction and cleared at a clean session end, so only an
      *    interrupted conversation is ever resumed.
           IF      (  FLG-SPA-CLEAR  =  1  )
               MOVE   'CLEAR'      TO  SPACTL-FUNC
           ELSE
               MOVE   'SAVE'       TO  SPACTL-FUNC
           END-IF.
           CALL   'SPASUB'     USING
                SPACTL
                SPAAREA.
      *
           IF      (  SPACTL-RC  NOT =  ZERO  )
               AND (  SPACTL-RC  NOT =  92    )
               DISPLAY '*** SPA SAVE FAILED, RC = [' SPACTL-RC ']'
                   UPON    CONSOLE
           END-IF.
