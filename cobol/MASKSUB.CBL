       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 MASKSUB.
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
      *  $B%3%s%]!<%M%s%HL>(B  : $B%5%V(B
      *  $B4IM}<T(B            :
      *  $B:n@.F|IU(B    $B:n6H<T(B        $B5-=R(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
      * MASKSUB masks sensitive field values for the programs that
      * print or export what DBDESCRIBE says is in a record: DBDLEXP,
      * DBBROWSE, DBCOMPAR and DJRNRPT.  'LOAD' reads mask.registry
      * (MASKREC) into storage and looks the signed-on userid's
      * AUTH-CLASS up in auth.dat; 'APPLY' then masks one field value
      * at a time by the registry's method for its name, unless that
      * class is named on the field's line as cleared to see it.
      * See MASKAREA for the interface.  The registry is held from
      * 'LOAD' to the next 'LOAD' -- the caller loads once per run,
      * right after its signon.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  MREG-FILE
               ASSIGN  USING   DSN-MASK-REGISTRY
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE    STATUS  MREG-FILE-STATUS.
           SELECT  AUTH-FILE
               ASSIGN  USING   DSN-AUTH-DAT
               ORGANIZATION    INDEXED
               ACCESS  MODE    DYNAMIC
               RECORD  KEY     AUTH-USERID
               FILE    STATUS  AUTH-FILE-STATUS.
       DATA                        DIVISION.
       FILE                    SECTION.
       FD  MREG-FILE.
           COPY    MASKREC.
       FD  AUTH-FILE.
           COPY    AUTHREC.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-REGION-DONE     PIC 9       VALUE ZERO.
           02  FLG-MREG-EOF        PIC 9       VALUE ZERO.
       01  FILE-STATUSES.
           02  MREG-FILE-STATUS    PIC X(02).
           02  AUTH-FILE-STATUS    PIC X(02).
       01  WORK.
           02  I                   PIC S9(9)   BINARY.
           02  SIG-LEN             PIC S9(9)   BINARY.
           02  CLEAR-TALLY         PIC S9(9)   BINARY.
      *
      *    The registry as loaded.  MSK-CLEARED is 1 when the class
      *    loaded is named on the field's line.
      *
       01  MSK.
           02  MSK-MAX-ENTRIES     PIC S9(9)   BINARY  VALUE 128.
           02  MSK-COUNT           PIC S9(9)   BINARY  VALUE ZERO.
           02  MSK-SUB             PIC S9(9)   BINARY.
           02  MSK-FOUND           PIC S9(9)   BINARY.
           02  MSK-KEY             PIC X(30)   VALUE SPACES.
           02  MSK-ENTRY           OCCURS  128 TIMES.
               03  MSK-FIELD           PIC X(30).
               03  MSK-METHOD          PIC X(01).
               03  MSK-CLEAR           PIC X(08).
               03  MSK-CLEARED         PIC 9(01).
      *
      *    The hash of 230-MASK-HASH.  BYTE-VALUE is the byte in
      *    BYTE-LOW read as a number, as CTLBACK reads it.
      *
       01  HASH.
           02  H                   PIC S9(9)   BINARY.
           02  HASH-ACC            PIC S9(18)  BINARY.
           02  HASH-QUOT           PIC S9(18)  BINARY.
           02  HASH-DIGITS         PIC 9(10).
       01  BYTE-WORK.
           02  BYTE-HIGH           PIC X(01)   VALUE LOW-VALUE.
           02  BYTE-LOW            PIC X(01).
       01  BYTE-VALUE          REDEFINES   BYTE-WORK
                               PIC 9(04)   BINARY.
      *
      *    The region's physical dataset names, answered by REGSUB
      *    on the first call.
      *
       01  DSN.
           02  DSN-MASK-REGISTRY   PIC X(40).
           02  DSN-AUTH-DAT        PIC X(40).
           COPY    REGAREA.
       LINKAGE                     SECTION.
           COPY    MASKAREA.
       PROCEDURE                   DIVISION
           USING   MASKAREA.
      *****************************************************************
       000-ENTRY               SECTION.
           IF      (  FLG-REGION-DONE  NOT =  1  )
               MOVE    'mask.registry' TO  REGAREA-LOGICAL
               CALL    'REGSUB'    USING   REGAREA
               MOVE    REGAREA-PHYSICAL    TO  DSN-MASK-REGISTRY
               MOVE    'auth.dat'      TO  REGAREA-LOGICAL
               CALL    'REGSUB'    USING   REGAREA
               MOVE    REGAREA-PHYSICAL    TO  DSN-AUTH-DAT
               MOVE    1           TO  FLG-REGION-DONE
           END-IF.
      *
           EVALUATE    MASKAREA-FUNC
             WHEN     'LOAD'
               PERFORM 100-LOAD-REGISTRY
             WHEN     'APPLY'
               PERFORM 200-APPLY-MASK
           END-EVALUATE.
      *
           EXIT    PROGRAM.
      *****************************************************************
      *    100-LOAD-REGISTRY -- a registry that cannot be opened
      *    masks nothing, and says so on the caller's heading.  A
      *    userid that is not on auth.dat is given no class, so it is
      *    cleared for nothing.
      *****************************************************************
       100-LOAD-REGISTRY       SECTION.
           MOVE    ZERO        TO  MSK-COUNT.
           MOVE    SPACES      TO  MSK-KEY.
           MOVE    SPACE       TO  MASKAREA-CLASS.
           MOVE    ZERO        TO  MASKAREA-IN-FORCE.
           MOVE    ZERO        TO  FLG-MREG-EOF.
      *
           OPEN    INPUT       MREG-FILE.
           IF      (  MREG-FILE-STATUS  NOT =  '00'  )
               MOVE    90          TO  MASKAREA-RC
               CLOSE   MREG-FILE
           ELSE
               PERFORM 110-LOAD-REGISTRY-LINE
                   UNTIL   (  FLG-MREG-EOF  >  ZERO  )
               CLOSE   MREG-FILE
               PERFORM 120-GET-CLASS
               PERFORM 130-CHECK-CLEARED
                   VARYING MSK-SUB FROM    1   BY  1
                   UNTIL   (  MSK-SUB  >  MSK-COUNT  )
           END-IF.
      *
           IF      (  MASKAREA-IN-FORCE  =  1  )
               MOVE    'MASKING IN FORCE'      TO  MASKAREA-HEADING
           ELSE
               MOVE    'MASKING NOT IN FORCE'  TO  MASKAREA-HEADING
           END-IF.
      *****************************************************************
      *    110-LOAD-REGISTRY-LINE -- a method other than F, L or H is
      *    taken as F: a mistyped line masks too much, never too
      *    little.
      *****************************************************************
       110-LOAD-REGISTRY-LINE  SECTION.
           READ    MREG-FILE
             AT  END
               MOVE    1           TO  FLG-MREG-EOF
             NOT AT END
               EVALUATE    TRUE
                 WHEN    (  MREG-FIELD(1:1)  =  '*'     )
                     OR  (  MREG-REC         =  SPACES  )
                   CONTINUE
                 WHEN    (  MREG-METHOD  =  'K'  )
                   MOVE    MREG-FIELD  TO  MSK-KEY
                 WHEN    (  MSK-COUNT  NOT <  MSK-MAX-ENTRIES  )
                   DISPLAY '** MASK REGISTRY TABLE FULL, FIELD ['
                       MREG-FIELD '] IGNORED'
                       UPON    SYSOUT
                 WHEN      OTHER
                   ADD     1           TO  MSK-COUNT
                   MOVE    MREG-FIELD  TO  MSK-FIELD(MSK-COUNT)
                   MOVE    MREG-CLEAR  TO  MSK-CLEAR(MSK-COUNT)
                   MOVE    ZERO        TO  MSK-CLEARED(MSK-COUNT)
                   IF      (  MREG-METHOD  =  'F'  )
                       OR  (  MREG-METHOD  =  'L'  )
                       OR  (  MREG-METHOD  =  'H'  )
                       MOVE    MREG-METHOD TO  MSK-METHOD(MSK-COUNT)
                   ELSE
                       DISPLAY '** MASK METHOD NOT VALID, FIELD ['
                           MREG-FIELD '] MASKED IN FULL'
                           UPON    SYSOUT
                       MOVE    'F'         TO  MSK-METHOD(MSK-COUNT)
                   END-IF
               END-EVALUATE
           END-READ.
      *****************************************************************
       120-GET-CLASS           SECTION.
           MOVE    ZERO        TO  MASKAREA-RC.
           OPEN    INPUT       AUTH-FILE.
           IF      (  AUTH-FILE-STATUS  NOT =  '00'  )
               MOVE    93          TO  MASKAREA-RC
           ELSE
               MOVE    MASKAREA-USERID TO  AUTH-USERID
               READ    AUTH-FILE
                   KEY IS  AUTH-USERID
                 INVALID KEY
                   MOVE    93          TO  MASKAREA-RC
                 NOT INVALID KEY
                   MOVE    AUTH-CLASS  TO  MASKAREA-CLASS
               END-READ
           END-IF.
           CLOSE   AUTH-FILE.
      *****************************************************************
       130-CHECK-CLEARED       SECTION.
           MOVE    ZERO        TO  CLEAR-TALLY.
           IF      (  MASKAREA-CLASS  NOT =  SPACE  )
               INSPECT MSK-CLEAR(MSK-SUB)
                   TALLYING    CLEAR-TALLY
                   FOR ALL     MASKAREA-CLASS
           END-IF.
      *
           IF      (  CLEAR-TALLY  >  ZERO  )
               MOVE    1           TO  MSK-CLEARED(MSK-SUB)
           ELSE
               MOVE    1           TO  MASKAREA-IN-FORCE
           END-IF.
      *****************************************************************
      *    200-APPLY-MASK masks MASKAREA-VALUE in place.  SIG-LEN is
      *    the value without its trailing blanks; what lies past it
      *    is left blank.
      *****************************************************************
       200-APPLY-MASK          SECTION.
           MOVE    91          TO  MASKAREA-RC.
           MOVE    ZERO        TO  MSK-FOUND.
           PERFORM VARYING MSK-SUB FROM    1   BY  1
                   UNTIL   (  MSK-SUB  >  MSK-COUNT  )
                       OR  (  MSK-FOUND  >  ZERO     )
               IF      (  MSK-FIELD(MSK-SUB)  =  MASKAREA-FIELD  )
                   MOVE    MSK-SUB     TO  MSK-FOUND
               END-IF
           END-PERFORM.
      *
           IF      (  MSK-FOUND  >  ZERO  )
               IF      (  MSK-CLEARED(MSK-FOUND)  =  ZERO  )
                   MOVE    ZERO        TO  MASKAREA-RC
                   IF      (  MASKAREA-LENGTH  >  256  )
                       MOVE    256         TO  MASKAREA-LENGTH
                   END-IF
                   MOVE    ZERO        TO  SIG-LEN
                   PERFORM VARYING I   FROM    MASKAREA-LENGTH BY  -1
                           UNTIL   (  I    <  1         )
                               OR  (  SIG-LEN  >  ZERO  )
                       IF      (  MASKAREA-VALUE(I : 1)  NOT =  SPACE )
                           MOVE    I           TO  SIG-LEN
                       END-IF
                   END-PERFORM
                   IF      (  SIG-LEN  >  ZERO  )
                       EVALUATE    MSK-METHOD(MSK-FOUND)
                         WHEN     'L'
                           PERFORM 220-MASK-LAST-FOUR
                         WHEN     'H'
                           PERFORM 230-MASK-HASH
                         WHEN      OTHER
                           PERFORM 210-MASK-FULL
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       210-MASK-FULL           SECTION.
           MOVE    ALL '*'     TO  MASKAREA-VALUE(1 : MASKAREA-LENGTH).
      *****************************************************************
      *    220-MASK-LAST-FOUR -- a value of four characters or fewer
      *    would be shown whole, so it is masked whole instead.
      *****************************************************************
       220-MASK-LAST-FOUR      SECTION.
           IF      (  SIG-LEN  >  4  )
               MOVE    ALL '*'     TO  MASKAREA-VALUE(1 : SIG-LEN - 4)
           ELSE
               MOVE    ALL '*'     TO  MASKAREA-VALUE(1 : SIG-LEN)
           END-IF.
      *****************************************************************
      *    230-MASK-HASH replaces the value with a ten-digit hash of
      *    the registry's key followed by the value: each byte is
      *    added to 31 times the running total, modulo 10**10.  A
      *    field narrower than ten shows the hash's rightmost digits.
      *****************************************************************
       230-MASK-HASH           SECTION.
           MOVE    ZERO        TO  HASH-ACC.
           PERFORM VARYING H   FROM    1   BY  1
                   UNTIL   (  H    >  30  )
               MOVE    MSK-KEY(H : 1)  TO  BYTE-LOW
               PERFORM 235-HASH-BYTE
           END-PERFORM.
           PERFORM VARYING H   FROM    1   BY  1
                   UNTIL   (  H    >  SIG-LEN  )
               MOVE    MASKAREA-VALUE(H : 1)   TO  BYTE-LOW
               PERFORM 235-HASH-BYTE
           END-PERFORM.
           MOVE    HASH-ACC    TO  HASH-DIGITS.
      *
           MOVE    SPACES      TO  MASKAREA-VALUE(1 : MASKAREA-LENGTH).
           IF      (  MASKAREA-LENGTH  <  10  )
               MOVE    HASH-DIGITS(11 - MASKAREA-LENGTH :
                                   MASKAREA-LENGTH)
                   TO  MASKAREA-VALUE(1 : MASKAREA-LENGTH)
           ELSE
               MOVE    HASH-DIGITS TO  MASKAREA-VALUE(1 : 10)
           END-IF.
      *****************************************************************
       235-HASH-BYTE           SECTION.
           COMPUTE HASH-ACC  =  (  HASH-ACC  *  31  )  +  BYTE-VALUE.
           DIVIDE  HASH-ACC    BY  10000000000
               GIVING      HASH-QUOT
               REMAINDER   HASH-ACC.
