       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 REFPROMO.
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
      * Promotion of reference-file changes between regions.  Run in
      * the TARGET region (normally PROD): the operator signs on
      * against that region's auth.dat, keys the dataset name of the
      * SOURCE region's profile (normally TEST's region.profile) and
      * picks a reference file -- W)INDOW.DEF or C)ODE.TABLE.  The
      * source copy is found through the source profile the way
      * REGSUB finds it for the source region; the target copy comes
      * from REGSUB as for every other program here.
      *
      * Both copies are read in key order and matched, and every
      * difference is listed: ADD (key only in the source), CHANGE
      * (key in both, record differs) and DELETE (key only in the
      * target).  The operator then goes through the list and
      * answers Y to apply an entry to the target, N to leave it,
      * or Q to stop.  An entry is applied only if the target record
      * still looks the way it did at the compare -- a record
      * someone has touched since is skipped, not overwritten.  Each
      * applied entry writes a JRNREC record with action PROMOTE to
      * the TARGET region's maint.journal, with the promoting
      * operator and the target's before and after images.
      *
      * auth.dat is never promoted: credentials are owned by each
      * region and kept there with AUTHMAINT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  PROFILE-FILE
               ASSIGN  USING   DSN-SOURCE-PROFILE
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  PROFILE-FILE-STATUS.
           SELECT  SRC-WINDOW-FILE
               ASSIGN  USING   DSN-SOURCE-FILE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     SRC-WINDOW-KEY
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  SRC-CODE-FILE
               ASSIGN  USING   DSN-SOURCE-FILE
               ORGANIZATION    INDEXED
               ACCESS  MODE    SEQUENTIAL
               RECORD  KEY     SRC-CODE-KEY
               FILE    STATUS  SRC-FILE-STATUS.
           SELECT  WINDOW-FILE
               ASSIGN  USING   DSN-WINDOW-DEF
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     WINDOW-REG-KEY
               FILE    STATUS  TGT-FILE-STATUS.
           SELECT  CODE-FILE
               ASSIGN  USING   DSN-CODE-TABLE
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     CODE-REG-KEY
               FILE    STATUS  TGT-FILE-STATUS.
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
      *
      *    The source region's profile, laid out as REGSUB reads it.
      *
       FD  PROFILE-FILE.
       01  PROFILE-REC.
           02  PROFILE-LOGICAL     PIC X(16).
           02  FILLER              PIC X(01).
           02  PROFILE-PHYSICAL    PIC X(40).
           02  FILLER              PIC X(23).
       01  PROFILE-REGION-REC  REDEFINES   PROFILE-REC.
           02  PROFILE-REGION      PIC X(08).
           02  FILLER              PIC X(72).
      *
      *    The source copies are only compared, never updated -- the
      *    key is all this program needs to see of them.
      *
       FD  SRC-WINDOW-FILE.
       01  SRC-WINDOW-REC.
           02  SRC-WINDOW-KEY      PIC X(16).
           02  FILLER              PIC X(16).
       FD  SRC-CODE-FILE.
       01  SRC-CODE-REC.
           02  SRC-CODE-KEY        PIC X(16).
           02  FILLER              PIC X(31).
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
       FD  AUTH-FILE.
           COPY    AUTHREC.
       FD  JRN-FILE.
           COPY    JRNREC.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-DONE            PIC 9       VALUE ZERO.
           02  FLG-SIGNON-OK       PIC 9       VALUE ZERO.
           02  FLG-PROFILE-OK      PIC 9       VALUE ZERO.
           02  FLG-PROFILE-EOF     PIC 9       VALUE ZERO.
           02  FLG-FILES-OK        PIC 9       VALUE ZERO.
           02  FLG-DIF-FULL        PIC 9       VALUE ZERO.
           02  FLG-STOP            PIC 9       VALUE ZERO.
           02  FLG-ANSWERED        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  PROFILE-FILE-STATUS PIC X(02).
           02  SRC-FILE-STATUS     PIC X(02).
           02  TGT-FILE-STATUS     PIC X(02).
           02  AUTH-FILE-STATUS    PIC X(02).
           02  JRN-FILE-STATUS     PIC X(02).
       01  WORK.
           02  WRK-CHOICE          PIC X(01).
           02  WRK-ANSWER          PIC X(01).
           02  WRK-DIF-ACTION      PIC X(01).
           02  WRK-OPERATOR        PIC X(08).
           02  WRK-SIGNON-USERID   PIC X(08).
           02  WRK-SIGNON-PASSWD   PIC X(08).
           02  WRK-IMAGE           PIC X(64).
           02  WRK-LOGICAL         PIC X(16).
           02  WRK-ACTION-NAME     PIC X(08).
           02  WRK-SEQ-EDIT        PIC ZZZ9.
           02  SRC-REGION          PIC X(08).
           02  TGT-NOW-REC         PIC X(64).
           02  ADD-COUNT           PIC S9(9)   BINARY.
           02  CHANGE-COUNT        PIC S9(9)   BINARY.
           02  DELETE-COUNT        PIC S9(9)   BINARY.
           02  APPLY-COUNT         PIC S9(9)   BINARY.
           02  SKIP-COUNT          PIC S9(9)   BINARY.
      *
      *    The record each side of the compare is positioned on;
      *    the key goes to HIGH-VALUES at end of file so the other
      *    side always sorts first.
      *
       01  CUR.
           02  SRC-CUR-KEY         PIC X(16).
           02  SRC-CUR-REC         PIC X(64).
           02  TGT-CUR-KEY         PIC X(16).
           02  TGT-CUR-REC         PIC X(64).
      *
      *    One DIF-ENTRY per difference found: 'A'dd, 'C'hange or
      *    'D'elete, with the source and target records as they
      *    stood at the compare (spaces on the side that had none).
      *
       01  DIF-TABLE.
           02  DIF-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 1000.
           02  DIF-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  DIF-SUB             PIC S9(9)   BINARY  VALUE ZERO.
           02  DIF-ENTRY           OCCURS  1000 TIMES.
               03  DIF-ACTION          PIC X(01).
               03  DIF-KEY             PIC X(16).
               03  DIF-SRC-REC         PIC X(64).
               03  DIF-TGT-REC         PIC X(64).
      *
      *    A record image laid over each reference layout, for the
      *    journal and console images.
      *
       01  IMG-REC                 PIC X(64).
       01  IMG-WINDOW-REC      REDEFINES   IMG-REC.
           02  IMG-WINDOW-KEY      PIC X(08).
           02  IMG-WINDOW-EFF-DATE PIC 9(08).
           02  IMG-WINDOW-NAME     PIC X(08).
           02  IMG-WINDOW-PUTTYPE  PIC X(08).
           02  FILLER              PIC X(32).
       01  IMG-CODE-REC        REDEFINES   IMG-REC.
           02  IMG-CODE-TABLE-NAME PIC X(08).
           02  IMG-CODE-VALUE      PIC X(08).
           02  IMG-CODE-DESC       PIC X(30).
           02  IMG-CODE-ACTIVE     PIC X(01).
           02  FILLER              PIC X(17).
      *
      *    The region's physical dataset names, answered by REGSUB,
      *    and the source-side names read from the source profile.
      *
       01  DSN.
           02  DSN-WINDOW-DEF      PIC X(40).
           02  DSN-CODE-TABLE      PIC X(40).
           02  DSN-AUTH-DAT        PIC X(40).
           02  DSN-MAINT-JOURNAL   PIC X(40).
           02  DSN-SOURCE-PROFILE  PIC X(40).
           02  DSN-SOURCE-FILE     PIC X(40).
           02  DSN-TARGET-FILE     PIC X(40).
           COPY    REGAREA.
       PROCEDURE                   DIVISION.
      *****************************************************************
       000-MAIN                SECTION.
           PERFORM 040-RESOLVE-REGION.
           PERFORM 050-SIGNON.
      *
           IF      (  FLG-SIGNON-OK  =  1  )
               PERFORM 070-GET-SOURCE-PROFILE
           END-IF.
      *
           IF      (  FLG-SIGNON-OK  =  1  )
               AND (  FLG-PROFILE-OK  =  1  )
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
           END-IF.
      *
           EXIT    PROGRAM.
           STOP    RUN.
      *****************************************************************
       040-RESOLVE-REGION      SECTION.
           MOVE    'window.def'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-WINDOW-DEF.
      *
           MOVE    'code.table'    TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-CODE-TABLE.
      *
           MOVE    'auth.dat'      TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-AUTH-DAT.
      *
           MOVE    'maint.journal' TO  REGAREA-LOGICAL.
           CALL    'REGSUB'    USING   REGAREA.
           MOVE    REGAREA-PHYSICAL    TO  DSN-MAINT-JOURNAL.
      *
           DISPLAY '*** REFPROMO TARGET REGION [' REGAREA-REGION ']'
               UPON    CONSOLE.
      *****************************************************************
      *    050-SIGNON validates the operator against the TARGET
      *    region's auth.dat.  There is no setup waiver: promoting
      *    into a region is never part of setting one up.
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
      *
      *    Promotion changes the same files WINMAINT and CODEMAINT
      *    do -- hold the operator to their AUTH-CLASS 'U' (or 'S')
      *    bar.
      *
               EVALUATE    TRUE
                 WHEN    (  AUTH-LOCKED  =  1  )
                   DISPLAY '*** USERID IS LOCKED'
                       UPON    CONSOLE
                 WHEN    (  AUTH-PASSWORD  NOT =  WRK-SIGNON-PASSWD  )
                   DISPLAY '*** SIGNON FAILED'
                       UPON    CONSOLE
                 WHEN    (  AUTH-CLASS  NOT =  'U'  )
                     AND (  AUTH-CLASS  NOT =  'S'  )
                   DISPLAY '*** UPDATE (U) CLASS REQUIRED'
                       UPON    CONSOLE
                 WHEN      OTHER
                   MOVE    WRK-SIGNON-USERID   TO  WRK-OPERATOR
                   MOVE    1                   TO  FLG-SIGNON-OK
               END-EVALUATE
           END-READ.
      *****************************************************************
       070-GET-SOURCE-PROFILE  SECTION.
           DISPLAY 'SOURCE PROFILE : (DATASET NAME OF THE SOURCE'
               ' REGION''S region.profile)'
               UPON    CONSOLE.
           ACCEPT   DSN-SOURCE-PROFILE  FROM    CONSOLE.
      *
           MOVE    SPACES      TO  SRC-REGION.
           OPEN    INPUT       PROFILE-FILE.
           IF      (  PROFILE-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN SOURCE PROFILE, STATUS ['
                   PROFILE-FILE-STATUS ']'
                   UPON    CONSOLE
               CLOSE   PROFILE-FILE
           ELSE
               READ    PROFILE-FILE
                 AT  END
                   CONTINUE
                 NOT AT END
                   MOVE    PROFILE-REGION  TO  SRC-REGION
               END-READ
               CLOSE   PROFILE-FILE
      *
               EVALUATE    TRUE
                 WHEN    (  SRC-REGION  =  SPACES  )
                   DISPLAY '*** SOURCE PROFILE NAMES NO REGION'
                       UPON    CONSOLE
                 WHEN    (  SRC-REGION  =  REGAREA-REGION  )
                   DISPLAY '*** SOURCE AND TARGET ARE BOTH REGION ['
                       SRC-REGION ']'
                       UPON    CONSOLE
                 WHEN      OTHER
                   DISPLAY '*** REFPROMO SOURCE REGION ['
                       SRC-REGION ']'
                       UPON    CONSOLE
                   MOVE    1           TO  FLG-PROFILE-OK
               END-EVALUATE
           END-IF.
      *****************************************************************
      *    080-RESOLVE-SOURCE answers WRK-LOGICAL's dataset in the
      *    source region, by REGSUB's rule: the profile's mapping if
      *    it has one, else the logical name itself.
      *****************************************************************
       080-RESOLVE-SOURCE      SECTION.
           MOVE    WRK-LOGICAL TO  DSN-SOURCE-FILE.
           MOVE    ZERO        TO  FLG-PROFILE-EOF.
      *
           OPEN    INPUT       PROFILE-FILE.
           IF      (  PROFILE-FILE-STATUS  =  '00'  )
               READ    PROFILE-FILE
                 AT  END
                   MOVE    1           TO  FLG-PROFILE-EOF
               END-READ
               PERFORM 090-RESOLVE-ONE-MAPPING
                   UNTIL   (  FLG-PROFILE-EOF  >  ZERO  )
           END-IF.
           CLOSE   PROFILE-FILE.
      *****************************************************************
       090-RESOLVE-ONE-MAPPING SECTION.
           READ    PROFILE-FILE
             AT  END
               MOVE    1           TO  FLG-PROFILE-EOF
             NOT AT END
               IF      (  PROFILE-LOGICAL(1:1)  NOT =  '*'     )
                   AND (  PROFILE-LOGICAL  =  WRK-LOGICAL      )
                   MOVE    PROFILE-PHYSICAL    TO  DSN-SOURCE-FILE
                   MOVE    1           TO  FLG-PROFILE-EOF
               END-IF
           END-READ.
      *****************************************************************
       100-MENU                SECTION.
           DISPLAY '*** REFERENCE FILE PROMOTION ['  SRC-REGION
               '] TO [' REGAREA-REGION ']'
               UPON    CONSOLE.
           DISPLAY '    W)INDOW.DEF  C)ODE.TABLE  Q)UIT'
               UPON    CONSOLE.
           ACCEPT  WRK-CHOICE      FROM    CONSOLE.
      *
           EVALUATE    WRK-CHOICE
             WHEN     'W'
               MOVE    'window.def'    TO  WRK-LOGICAL
               MOVE    DSN-WINDOW-DEF  TO  DSN-TARGET-FILE
               PERFORM 200-PROMOTE
             WHEN     'C'
               MOVE    'code.table'    TO  WRK-LOGICAL
               MOVE    DSN-CODE-TABLE  TO  DSN-TARGET-FILE
               PERFORM 200-PROMOTE
             WHEN     'A'
               DISPLAY '*** auth.dat IS NEVER PROMOTED -- KEEP IT'
                   ' WITH AUTHMAINT IN EACH REGION'
                   UPON    CONSOLE
             WHEN     'Q'
               MOVE    1           TO  FLG-DONE
             WHEN      OTHER
               DISPLAY '*** INVALID CHOICE'
                   UPON    CONSOLE
           END-EVALUATE.
      *****************************************************************
       200-PROMOTE              SECTION.
           PERFORM 080-RESOLVE-SOURCE.
           DISPLAY '*** SOURCE [' DSN-SOURCE-FILE ']'
               UPON    CONSOLE.
           DISPLAY '*** TARGET [' DSN-TARGET-FILE ']'
               UPON    CONSOLE.
      *
           IF      (  DSN-SOURCE-FILE  =  DSN-TARGET-FILE  )
               DISPLAY '*** SOURCE AND TARGET ARE THE SAME DATASET'
                   UPON    CONSOLE
           ELSE
               PERFORM 210-OPEN-FILES
               IF      (  FLG-FILES-OK  =  1  )
                   PERFORM 300-COMPARE
                   PERFORM 350-LIST-DIFFERENCES
                   IF      (  DIF-COUNT  >  ZERO  )
                       PERFORM 400-REVIEW
                   END-IF
                   PERFORM 220-CLOSE-FILES
               END-IF
           END-IF.
      *****************************************************************
      *    210-OPEN-FILES -- a missing source copy is an error; a
      *    missing target copy is created empty (status 35 only, as
      *    WINMAINT and CODEMAINT do) so a new region can be filled
      *    entirely by promotion.
      *****************************************************************
       210-OPEN-FILES           SECTION.
           MOVE    ZERO        TO  FLG-FILES-OK.
      *
           IF      (  WRK-CHOICE  =  'W'  )
               OPEN    INPUT   SRC-WINDOW-FILE
           ELSE
               OPEN    INPUT   SRC-CODE-FILE
           END-IF.
           IF      (  SRC-FILE-STATUS  NOT =  '00'  )
               DISPLAY '*** CANNOT OPEN SOURCE, STATUS ['
                   SRC-FILE-STATUS ']'
                   UPON    CONSOLE
               PERFORM 230-CLOSE-SOURCE
           ELSE
               PERFORM 240-OPEN-TARGET
               IF      (  TGT-FILE-STATUS  =  '35'  )
                   PERFORM 250-CLOSE-TARGET
                   IF      (  WRK-CHOICE  =  'W'  )
                       OPEN    OUTPUT  WINDOW-FILE
                   ELSE
                       OPEN    OUTPUT  CODE-FILE
                   END-IF
                   PERFORM 250-CLOSE-TARGET
                   PERFORM 240-OPEN-TARGET
               END-IF
               IF      (  TGT-FILE-STATUS  NOT =  '00'  )
                   DISPLAY '*** CANNOT OPEN TARGET, STATUS ['
                       TGT-FILE-STATUS ']'
                       UPON    CONSOLE
                   PERFORM 230-CLOSE-SOURCE
                   PERFORM 250-CLOSE-TARGET
               ELSE
                   MOVE    1           TO  FLG-FILES-OK
               END-IF
           END-IF.
      *****************************************************************
       220-CLOSE-FILES          SECTION.
           PERFORM 230-CLOSE-SOURCE.
           PERFORM 250-CLOSE-TARGET.
      *****************************************************************
       230-CLOSE-SOURCE         SECTION.
           IF      (  WRK-CHOICE  =  'W'  )
               CLOSE   SRC-WINDOW-FILE
           ELSE
               CLOSE   SRC-CODE-FILE
           END-IF.
      *****************************************************************
       240-OPEN-TARGET          SECTION.
           IF      (  WRK-CHOICE  =  'W'  )
               OPEN    I-O     WINDOW-FILE
           ELSE
               OPEN    I-O     CODE-FILE
           END-IF.
      *****************************************************************
       250-CLOSE-TARGET         SECTION.
           IF      (  WRK-CHOICE  =  'W'  )
               CLOSE   WINDOW-FILE
           ELSE
               CLOSE   CODE-FILE
           END-IF.
      *****************************************************************
      *    300-COMPARE matches the two copies in key order and keeps
      *    every difference in DIF-TABLE.
      *****************************************************************
       300-COMPARE              SECTION.
           MOVE    ZERO        TO  DIF-COUNT.
           MOVE    ZERO        TO  FLG-DIF-FULL.
           MOVE    ZERO        TO  ADD-COUNT.
           MOVE    ZERO        TO  CHANGE-COUNT.
           MOVE    ZERO        TO  DELETE-COUNT.
      *
           IF      (  WRK-CHOICE  =  'W'  )
               MOVE    LOW-VALUES  TO  WINDOW-REG-KEY
               START   WINDOW-FILE
                   KEY IS  NOT LESS    WINDOW-REG-KEY
                 INVALID KEY
                   MOVE    HIGH-VALUES TO  TGT-CUR-KEY
               END-START
           ELSE
               MOVE    LOW-VALUES  TO  CODE-REG-KEY
               START   CODE-FILE
                   KEY IS  NOT LESS    CODE-REG-KEY
                 INVALID KEY
                   MOVE    HIGH-VALUES TO  TGT-CUR-KEY
               END-START
           END-IF.
      *
           PERFORM 310-READ-SOURCE.
           IF      (  TGT-FILE-STATUS  =  '00'  )
               PERFORM 320-READ-TARGET
           END-IF.
      *
           PERFORM 330-MATCH-ONE
               UNTIL   (  SRC-CUR-KEY  =  HIGH-VALUES  )
                   AND (  TGT-CUR-KEY  =  HIGH-VALUES  ).
      *
           IF      (  FLG-DIF-FULL  =  1  )
               DISPLAY '*** MORE THAN [' DIF-MAX-ENTRIES
                   '] DIFFERENCES -- APPLY THESE AND RUN AGAIN'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
       310-READ-SOURCE          SECTION.
           MOVE    SPACES      TO  SRC-CUR-REC.
           IF      (  WRK-CHOICE  =  'W'  )
               READ    SRC-WINDOW-FILE
                 AT  END
                   MOVE    HIGH-VALUES     TO  SRC-CUR-KEY
                 NOT AT END
                   MOVE    SRC-WINDOW-KEY  TO  SRC-CUR-KEY
                   MOVE    SRC-WINDOW-REC  TO  SRC-CUR-REC
               END-READ
           ELSE
               READ    SRC-CODE-FILE
                 AT  END
                   MOVE    HIGH-VALUES     TO  SRC-CUR-KEY
                 NOT AT END
                   MOVE    SRC-CODE-KEY    TO  SRC-CUR-KEY
                   MOVE    SRC-CODE-REC    TO  SRC-CUR-REC
               END-READ
           END-IF.
      *****************************************************************
       320-READ-TARGET          SECTION.
           MOVE    SPACES      TO  TGT-CUR-REC.
           IF      (  WRK-CHOICE  =  'W'  )
               READ    WINDOW-FILE     NEXT
                 AT  END
                   MOVE    HIGH-VALUES     TO  TGT-CUR-KEY
                 NOT AT END
                   MOVE    WINDOW-REG-KEY  TO  TGT-CUR-KEY
                   MOVE    WINDOW-REC      TO  TGT-CUR-REC
               END-READ
           ELSE
               READ    CODE-FILE       NEXT
                 AT  END
                   MOVE    HIGH-VALUES     TO  TGT-CUR-KEY
                 NOT AT END
                   MOVE    CODE-REG-KEY    TO  TGT-CUR-KEY
                   MOVE    CODE-REC        TO  TGT-CUR-REC
               END-READ
           END-IF.
      *****************************************************************
       330-MATCH-ONE            SECTION.
           EVALUATE    TRUE
             WHEN    (  SRC-CUR-KEY  <  TGT-CUR-KEY  )
               MOVE    'A'         TO  WRK-DIF-ACTION
               PERFORM 340-KEEP-DIFFERENCE
               PERFORM 310-READ-SOURCE
             WHEN    (  SRC-CUR-KEY  >  TGT-CUR-KEY  )
               MOVE    'D'         TO  WRK-DIF-ACTION
               PERFORM 340-KEEP-DIFFERENCE
               PERFORM 320-READ-TARGET
             WHEN      OTHER
               IF      (  SRC-CUR-REC  NOT =  TGT-CUR-REC  )
                   MOVE    'C'         TO  WRK-DIF-ACTION
                   PERFORM 340-KEEP-DIFFERENCE
               END-IF
               PERFORM 310-READ-SOURCE
               PERFORM 320-READ-TARGET
           END-EVALUATE.
      *****************************************************************
       340-KEEP-DIFFERENCE      SECTION.
           IF      (  DIF-COUNT  <  DIF-MAX-ENTRIES  )
               ADD     1           TO  DIF-COUNT
               MOVE    WRK-DIF-ACTION  TO  DIF-ACTION(DIF-COUNT)
               EVALUATE    WRK-DIF-ACTION
                 WHEN     'A'
                   ADD     1           TO  ADD-COUNT
                   MOVE    SRC-CUR-KEY TO  DIF-KEY(DIF-COUNT)
                   MOVE    SRC-CUR-REC TO  DIF-SRC-REC(DIF-COUNT)
                   MOVE    SPACES      TO  DIF-TGT-REC(DIF-COUNT)
                 WHEN     'D'
                   ADD     1           TO  DELETE-COUNT
                   MOVE    TGT-CUR-KEY TO  DIF-KEY(DIF-COUNT)
                   MOVE    SPACES      TO  DIF-SRC-REC(DIF-COUNT)
                   MOVE    TGT-CUR-REC TO  DIF-TGT-REC(DIF-COUNT)
                 WHEN      OTHER
                   ADD     1           TO  CHANGE-COUNT
                   MOVE    SRC-CUR-KEY TO  DIF-KEY(DIF-COUNT)
                   MOVE    SRC-CUR-REC TO  DIF-SRC-REC(DIF-COUNT)
                   MOVE    TGT-CUR-REC TO  DIF-TGT-REC(DIF-COUNT)
               END-EVALUATE
           ELSE
               MOVE    1           TO  FLG-DIF-FULL
           END-IF.
      *****************************************************************
       350-LIST-DIFFERENCES     SECTION.
           PERFORM VARYING DIF-SUB FROM    1   BY  1
                   UNTIL   (  DIF-SUB  >  DIF-COUNT  )
               PERFORM 360-SHOW-DIFFERENCE
           END-PERFORM.
      *
           DISPLAY '*** ADDS [' ADD-COUNT '] CHANGES [' CHANGE-COUNT
               '] DELETES [' DELETE-COUNT ']'
               UPON    CONSOLE.
      *****************************************************************
       360-SHOW-DIFFERENCE      SECTION.
           MOVE    DIF-SUB     TO  WRK-SEQ-EDIT.
           EVALUATE    DIF-ACTION(DIF-SUB)
             WHEN     'A'
               MOVE    'ADD'       TO  WRK-ACTION-NAME
             WHEN     'D'
               MOVE    'DELETE'    TO  WRK-ACTION-NAME
             WHEN      OTHER
               MOVE    'CHANGE'    TO  WRK-ACTION-NAME
           END-EVALUATE.
           DISPLAY WRK-SEQ-EDIT ' ' WRK-ACTION-NAME
               UPON    CONSOLE.
      *
           IF      (  DIF-TGT-REC(DIF-SUB)  NOT =  SPACES  )
               MOVE    DIF-TGT-REC(DIF-SUB)    TO  IMG-REC
               PERFORM 710-FORMAT-IMAGE
               DISPLAY '     TARGET NOW : ' WRK-IMAGE
                   UPON    CONSOLE
           END-IF.
           IF      (  DIF-SRC-REC(DIF-SUB)  NOT =  SPACES  )
               MOVE    DIF-SRC-REC(DIF-SUB)    TO  IMG-REC
               PERFORM 710-FORMAT-IMAGE
               DISPLAY '     SOURCE     : ' WRK-IMAGE
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
      *    400-REVIEW puts each difference to the operator in turn.
      *****************************************************************
       400-REVIEW               SECTION.
           MOVE    ZERO        TO  APPLY-COUNT.
           MOVE    ZERO        TO  SKIP-COUNT.
           MOVE    ZERO        TO  FLG-STOP.
      *
           PERFORM VARYING DIF-SUB FROM    1   BY  1
                   UNTIL   (  DIF-SUB  >  DIF-COUNT  )
                       OR  (  FLG-STOP  =  1  )
               PERFORM 410-REVIEW-ONE
           END-PERFORM.
      *
           DISPLAY '*** APPLIED [' APPLY-COUNT '] SKIPPED ['
               SKIP-COUNT ']'
               UPON    CONSOLE.
      *****************************************************************
       410-REVIEW-ONE           SECTION.
           PERFORM 360-SHOW-DIFFERENCE.
      *
           MOVE    ZERO        TO  FLG-ANSWERED.
           PERFORM 420-ASK-ONCE
               UNTIL   (  FLG-ANSWERED  =  1  ).
      *
           EVALUATE    WRK-ANSWER
             WHEN     'Y'
               PERFORM 430-APPLY-ONE
             WHEN     'Q'
               MOVE    1           TO  FLG-STOP
             WHEN      OTHER
               ADD     1           TO  SKIP-COUNT
           END-EVALUATE.
      *****************************************************************
       420-ASK-ONCE             SECTION.
           DISPLAY 'APPLY TO TARGET (Y/N, Q = STOP): '
               UPON    CONSOLE.
           ACCEPT   WRK-ANSWER      FROM    CONSOLE.
      *
           IF      (  WRK-ANSWER  =  'Y'  )
               OR  (  WRK-ANSWER  =  'N'  )
               OR  (  WRK-ANSWER  =  'Q'  )
               MOVE    1           TO  FLG-ANSWERED
           ELSE
               DISPLAY '*** ANSWER Y, N OR Q'
                   UPON    CONSOLE
           END-IF.
      *****************************************************************
      *    430-APPLY-ONE re-reads the target record first: if it no
      *    longer matches what the compare saw, someone has changed
      *    it under WINMAINT/CODEMAINT since, and the entry is left
      *    alone.
      *****************************************************************
       430-APPLY-ONE            SECTION.
           PERFORM 440-READ-TARGET-NOW.
      *
           IF      (  TGT-NOW-REC  NOT =  DIF-TGT-REC(DIF-SUB)  )
               DISPLAY '*** TARGET CHANGED SINCE THE COMPARE --'
                   ' NOT APPLIED'
                   UPON    CONSOLE
               ADD     1           TO  SKIP-COUNT
           ELSE
               IF      (  WRK-CHOICE  =  'W'  )
                   PERFORM 450-APPLY-WINDOW
               ELSE
                   PERFORM 460-APPLY-CODE
               END-IF
      *
               IF      (  TGT-FILE-STATUS  =  '00'  )
                   ADD     1           TO  APPLY-COUNT
                   MOVE    'PROMOTE'   TO  JRN-ACTION
                   MOVE    DIF-KEY(DIF-SUB)    TO  JRN-KEY
                   MOVE    SPACES      TO  JRN-BEFORE
                   MOVE    SPACES      TO  JRN-AFTER
                   IF      (  DIF-TGT-REC(DIF-SUB)  NOT =  SPACES  )
                       MOVE    DIF-TGT-REC(DIF-SUB)    TO  IMG-REC
                       PERFORM 710-FORMAT-IMAGE
                       MOVE    WRK-IMAGE   TO  JRN-BEFORE
                   END-IF
                   IF      (  DIF-SRC-REC(DIF-SUB)  NOT =  SPACES  )
                       MOVE    DIF-SRC-REC(DIF-SUB)    TO  IMG-REC
                       PERFORM 710-FORMAT-IMAGE
                       MOVE    WRK-IMAGE   TO  JRN-AFTER
                   END-IF
                   PERFORM 700-WRITE-JOURNAL
               ELSE
                   DISPLAY '*** UPDATE FAILED, STATUS ['
                       TGT-FILE-STATUS ']'
                       UPON    CONSOLE
                   ADD     1           TO  SKIP-COUNT
               END-IF
           END-IF.
      *****************************************************************
       440-READ-TARGET-NOW      SECTION.
           MOVE    SPACES      TO  TGT-NOW-REC.
           IF      (  WRK-CHOICE  =  'W'  )
               MOVE    DIF-KEY(DIF-SUB)    TO  WINDOW-REG-KEY
               READ    WINDOW-FILE
                   KEY IS  WINDOW-REG-KEY
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE    WINDOW-REC      TO  TGT-NOW-REC
               END-READ
           ELSE
               MOVE    DIF-KEY(DIF-SUB)    TO  CODE-REG-KEY
               READ    CODE-FILE
                   KEY IS  CODE-REG-KEY
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE    CODE-REC        TO  TGT-NOW-REC
               END-READ
           END-IF.
      *****************************************************************
       450-APPLY-WINDOW         SECTION.
           EVALUATE    DIF-ACTION(DIF-SUB)
             WHEN     'A'
               MOVE    DIF-SRC-REC(DIF-SUB)    TO  WINDOW-REC
               WRITE   WINDOW-REC
             WHEN     'C'
               MOVE    DIF-SRC-REC(DIF-SUB)    TO  WINDOW-REC
               REWRITE WINDOW-REC
             WHEN      OTHER
               MOVE    DIF-KEY(DIF-SUB)        TO  WINDOW-REG-KEY
               DELETE  WINDOW-FILE
           END-EVALUATE.
      *****************************************************************
       460-APPLY-CODE           SECTION.
           EVALUATE    DIF-ACTION(DIF-SUB)
             WHEN     'A'
               MOVE    DIF-SRC-REC(DIF-SUB)    TO  CODE-REC
               WRITE   CODE-REC
             WHEN     'C'
               MOVE    DIF-SRC-REC(DIF-SUB)    TO  CODE-REC
               REWRITE CODE-REC
             WHEN      OTHER
               MOVE    DIF-KEY(DIF-SUB)        TO  CODE-REG-KEY
               DELETE  CODE-FILE
           END-EVALUATE.
      *****************************************************************
       700-WRITE-JOURNAL        SECTION.
           ACCEPT   JRN-DATE        FROM    DATE    YYYYMMDD.
           ACCEPT   JRN-TIME        FROM    TIME.
           MOVE     WRK-OPERATOR    TO      JRN-OPERATOR.
           MOVE     'REFPROMO'      TO      JRN-PROGRAM.
      *
           WRITE   JRN-REC.
      *****************************************************************
      *    710-FORMAT-IMAGE formats IMG-REC the way WINMAINT and
      *    CODEMAINT format their journal images, so a promoted
      *    entry reads the same in MAINTRPT as one keyed by hand.
      *****************************************************************
       710-FORMAT-IMAGE         SECTION.
           MOVE    SPACES      TO  WRK-IMAGE.
           IF      (  WRK-CHOICE  =  'W'  )
               STRING  IMG-WINDOW-KEY      DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       IMG-WINDOW-EFF-DATE DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       IMG-WINDOW-NAME     DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       IMG-WINDOW-PUTTYPE  DELIMITED BY SIZE
                   INTO    WRK-IMAGE
           ELSE
               STRING  IMG-CODE-TABLE-NAME DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       IMG-CODE-VALUE      DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       IMG-CODE-ACTIVE     DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       IMG-CODE-DESC       DELIMITED BY SIZE
                   INTO    WRK-IMAGE
           END-IF.
