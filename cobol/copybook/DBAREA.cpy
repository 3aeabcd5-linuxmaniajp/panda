                   04  DBMETA-FIELD-OFFSET     PIC S9(9)   BINARY.
                   04  DBMETA-FIELD-LENGTH     PIC S9(9)   BINARY.
                   04  DBMETA-FIELD-TYPE       PIC X(01).
      *
      *    LOCKLIST-ANS is the answer to 'LOCKLIST': the record locks
      *    MCPSUB is holding for units of work still in flight.
      *
           02  LOCKLIST-ANS        REDEFINES   DBDATA.
               03  LOCKLIST-COUNT          PIC S9(4)   BINARY.
               03  LOCKLIST-ENTRY          OCCURS  200 TIMES.
                   04  LOCKLIST-PNAME          PIC X(08).
                   04  LOCKLIST-USERID         PIC X(08).
                   04  LOCKLIST-PATH-ID        PIC S9(9)   BINARY.
                   04  LOCKLIST-DATE           PIC 9(08).
                   04  LOCKLIST-TIME           PIC 9(08).
      *
      *    GOVLIST-ANS is the answer to 'GOVLIST': every session with
      *    a unit of work open, what it has used so far and the
      *    governor limits of its class (zero = no limit).
      *
           02  GOVLIST-ANS         REDEFINES   DBDATA.
               03  GOVLIST-COUNT           PIC S9(4)   BINARY.
               03  GOVLIST-ENTRY           OCCURS  32  TIMES.
                   04  GOVLIST-PNAME           PIC X(08).
                   04  GOVLIST-USERID          PIC X(08).
                   04  GOVLIST-CLASS           PIC X(01).
                   04  GOVLIST-CALLS           PIC S9(9)   BINARY.
                   04  GOVLIST-MAX-CALLS       PIC S9(9)   BINARY.
                   04  GOVLIST-UPDATES         PIC S9(9)   BINARY.
                   04  GOVLIST-MAX-UPDATES     PIC S9(9)   BINARY.
                   04  GOVLIST-DATE            PIC 9(08).
                   04  GOVLIST-TIME            PIC 9(08).
                   04  GOVLIST-MAX-MINUTES     PIC S9(9)   BINARY.
      *
      *    APPROVE-REQ is the request of 'APPROVE': the key of the
      *    pending.change record (PENDREC) a supervisor is approving.
      *
           02  APPROVE-REQ         REDEFINES   DBDATA.
               03  APPROVE-DATE            PIC 9(08).
               03  APPROVE-TIME            PIC 9(08).
               03  APPROVE-PNAME           PIC X(08).
               03  FILLER                  PIC X(32744).
