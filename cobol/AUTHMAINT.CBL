      * MCPSUB's 'AUTH' function authenticates against before it will
      * let a DBOPEN proceed.  Add, change, delete and list the
      * userid/password pairs and each userid's authorization class
      * ('R' read only, 'U' update, 'S' supervisor -- update, plus
      * approval of the changes MCPSUB parks on protected path-id
      * ranges; see the FUNC-CLASS copybook for what each class may
      * issue), the same way WINMAINT maintains the window.def
      * registry for WINDSUB.  Only a supervisor may grant class 'S'
      * or add to, change, delete, unlock or reset a supervisor's
      * userid -- otherwise an update clerk could reset a
      * supervisor's password and approve changes as them.
      *
      * The record also carries the password-lifecycle state (see the
      * AUTHREC copybook): U)NLOCK clears the lockout a run of failed
       01  FLG.
           02  FLG-DONE            PIC 9       VALUE ZERO.
           02  FLG-SIGNON-OK       PIC 9       VALUE ZERO.
           02  FLG-CLASS-OK        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  AUTH-FILE-STATUS    PIC X(02).
           02  JRN-FILE-STATUS     PIC X(02).
           02  WRK-CHOICE          PIC X(01).
           02  WRK-CLASS           PIC X(01).
           02  WRK-OPERATOR        PIC X(08).
           02  WRK-OPERATOR-CLASS  PIC X(01)   VALUE SPACE.
           02  WRK-SIGNON-USERID   PIC X(08).
           02  WRK-SIGNON-PASSWD   PIC X(08).
           02  WRK-IMAGE           PIC X(64).
      *    the file is still empty there is no credential to check
      *    against -- the signon is waived with a notice and the
      *    journal carries *SETUP* as the operator, so first-time
      *    setup can key the first userid -- as a supervisor, or no
      *    supervisor could ever be keyed.
      *****************************************************************
       050-SIGNON              SECTION.
           MOVE    LOW-VALUES  TO  AUTH-USERID.
                   ' SETUP'
                   UPON    CONSOLE
               MOVE    '*SETUP*'   TO  WRK-OPERATOR
               MOVE    'S'         TO  WRK-OPERATOR-CLASS
               MOVE    1           TO  FLG-SIGNON-OK
             NOT INVALID KEY
               PERFORM 060-SIGNON-PROMPT
      *    A valid password alone is not enough: maintaining the
      *    credential file IS an update, and a read-only userid
      *    getting in here could simply re-class itself to 'U' --
      *    which would make the authorization classes worthless.  A
      *    supervisor ('S') may update too.
      *
               EVALUATE    TRUE
                 WHEN    (  AUTH-LOCKED  =  1  )
                   DISPLAY '*** SIGNON FAILED'
                       UPON    CONSOLE
                 WHEN    (  AUTH-CLASS  NOT =  'U'  )
                     AND (  AUTH-CLASS  NOT =  'S'  )
                   DISPLAY '*** UPDATE (U) CLASS REQUIRED'
                       UPON    CONSOLE
                 WHEN      OTHER
                   MOVE    WRK-SIGNON-USERID   TO  WRK-OPERATOR
                   MOVE    AUTH-CLASS          TO  WRK-OPERATOR-CLASS
                   MOVE    1                   TO  FLG-SIGNON-OK
               END-EVALUATE
           END-READ.
               DISPLAY '*** USERID NOT FOUND'
                   UPON    CONSOLE
             NOT INVALID KEY
               IF      (  AUTH-CLASS          =  'S'  )
                   AND (  WRK-OPERATOR-CLASS  NOT =  'S'  )
                   DISPLAY '*** SUPERVISOR USERID -- SUPERVISOR (S)'
                       ' CLASS REQUIRED'
                       UPON    CONSOLE
               ELSE
                   PERFORM 710-FORMAT-AUTH-IMAGE
                   MOVE    WRK-IMAGE   TO  JRN-BEFORE
                   DISPLAY 'NEW PASSWORD   : '
                       UPON    CONSOLE
                   ACCEPT   AUTH-PASSWORD   NO-ECHO
                   PERFORM 600-GET-CLASS
                   MOVE    WRK-CLASS       TO  AUTH-CLASS
                   PERFORM 620-GET-EXPIRE-DAYS
                   MOVE    WRK-EXPIRE-DAYS TO  AUTH-EXPIRE-DAYS
                   ACCEPT   WRK-SYSDATE     FROM    DATE    YYYYMMDD
                   MOVE    WRK-SYSDATE     TO  AUTH-PWD-DATE
                   MOVE    ZERO            TO  AUTH-FAIL-COUNT
                   MOVE    ZERO            TO  AUTH-FORCE-CHANGE
                   REWRITE AUTH-REC
                   PERFORM 710-FORMAT-AUTH-IMAGE
                   MOVE    'CHANGE'    TO  JRN-ACTION
                   MOVE    AUTH-USERID TO  JRN-KEY
                   MOVE    WRK-IMAGE   TO  JRN-AFTER
                   PERFORM 700-WRITE-JOURNAL
               END-IF
           END-READ.
      *****************************************************************
       400-DELETE               SECTION.
               DISPLAY '*** USERID NOT FOUND'
                   UPON    CONSOLE
             NOT INVALID KEY
               IF      (  AUTH-CLASS          =  'S'  )
                   AND (  WRK-OPERATOR-CLASS  NOT =  'S'  )
                   DISPLAY '*** SUPERVISOR USERID -- SUPERVISOR (S)'
                       ' CLASS REQUIRED'
                       UPON    CONSOLE
               ELSE
                   PERFORM 710-FORMAT-AUTH-IMAGE
                   DELETE  AUTH-FILE
                   MOVE    'DELETE'    TO  JRN-ACTION
                   MOVE    AUTH-USERID TO  JRN-KEY
                   MOVE    WRK-IMAGE   TO  JRN-BEFORE
                   MOVE    SPACES      TO  JRN-AFTER
                   PERFORM 700-WRITE-JOURNAL
               END-IF
           END-READ.
      *****************************************************************
      *    420-UNLOCK clears the lockout and the fail counter so the
               DISPLAY '*** USERID NOT FOUND'
                   UPON    CONSOLE
             NOT INVALID KEY
               IF      (  AUTH-CLASS          =  'S'  )
                   AND (  WRK-OPERATOR-CLASS  NOT =  'S'  )
                   DISPLAY '*** SUPERVISOR USERID -- SUPERVISOR (S)'
                       ' CLASS REQUIRED'
                       UPON    CONSOLE
               ELSE
                   PERFORM 710-FORMAT-AUTH-IMAGE
                   MOVE    WRK-IMAGE   TO  JRN-BEFORE
                   MOVE    ZERO        TO  AUTH-LOCKED
                   MOVE    ZERO        TO  AUTH-FAIL-COUNT
                   REWRITE AUTH-REC
                   PERFORM 710-FORMAT-AUTH-IMAGE
                   MOVE    'UNLOCK'    TO  JRN-ACTION
                   MOVE    AUTH-USERID TO  JRN-KEY
                   MOVE    WRK-IMAGE   TO  JRN-AFTER
                   PERFORM 700-WRITE-JOURNAL
                   DISPLAY '*** USERID UNLOCKED'
                       UPON    CONSOLE
               END-IF
           END-READ.
      *****************************************************************
      *    450-RESET keys a temporary password and flags the userid
               DISPLAY '*** USERID NOT FOUND'
                   UPON    CONSOLE
             NOT INVALID KEY
               IF      (  AUTH-CLASS          =  'S'  )
                   AND (  WRK-OPERATOR-CLASS  NOT =  'S'  )
                   DISPLAY '*** SUPERVISOR USERID -- SUPERVISOR (S)'
                       ' CLASS REQUIRED'
                       UPON    CONSOLE
               ELSE
                   PERFORM 710-FORMAT-AUTH-IMAGE
                   MOVE    WRK-IMAGE   TO  JRN-BEFORE
                   DISPLAY 'TEMP PASSWORD  : '
                       UPON    CONSOLE
                   ACCEPT   AUTH-PASSWORD   NO-ECHO
                   ACCEPT   WRK-SYSDATE     FROM    DATE    YYYYMMDD
                   MOVE    WRK-SYSDATE TO  AUTH-PWD-DATE
                   MOVE    1           TO  AUTH-FORCE-CHANGE
                   MOVE    ZERO        TO  AUTH-LOCKED
                   MOVE    ZERO        TO  AUTH-FAIL-COUNT
                   REWRITE AUTH-REC
                   PERFORM 710-FORMAT-AUTH-IMAGE
                   MOVE    'RESET'     TO  JRN-ACTION
                   MOVE    AUTH-USERID TO  JRN-KEY
                   MOVE    WRK-IMAGE   TO  JRN-AFTER
                   PERFORM 700-WRITE-JOURNAL
                   DISPLAY '*** PASSWORD RESET, CHANGE FORCED AT NEXT'
                       ' SIGNON'
                       UPON    CONSOLE
               END-IF
           END-READ.
      *****************************************************************
       500-LIST                 SECTION.
      *****************************************************************
       600-GET-CLASS            SECTION.
           MOVE    SPACE       TO  WRK-CLASS.
           MOVE    ZERO        TO  FLG-CLASS-OK.
           PERFORM 610-GET-CLASS-ONCE
               UNTIL   (  FLG-CLASS-OK  =  1  ).
      *****************************************************************
       610-GET-CLASS-ONCE       SECTION.
           DISPLAY 'CLASS (R/U/S)  : '
               UPON    CONSOLE.
           ACCEPT   WRK-CLASS       FROM    CONSOLE.
      *
           EVALUATE    TRUE
             WHEN    (  WRK-CLASS  =  'R'  )
                 OR  (  WRK-CLASS  =  'U'  )
               MOVE    1           TO  FLG-CLASS-OK
             WHEN    (  WRK-CLASS           =  'S'  )
                 AND (  WRK-OPERATOR-CLASS  =  'S'  )
               MOVE    1           TO  FLG-CLASS-OK
             WHEN    (  WRK-CLASS  =  'S'  )
               DISPLAY '*** ONLY A SUPERVISOR (S) MAY GRANT CLASS S'
                   UPON    CONSOLE
             WHEN      OTHER
               DISPLAY '*** CLASS MUST BE R (READ ONLY), U (UPDATE)'
                   ' OR S (SUPERVISOR)'
                   UPON    CONSOLE
           END-EVALUATE.
      *****************************************************************
      *    620-GET-EXPIRE-DAYS -- console input arrives left-
      *    justified, so "90" would come in as '90 '; shift it right
