      ******************************************************************
      * SECREC -- security event record (security.log)
      *
      * Appended by MCPSUB every time it turns a caller away for a
      * security reason of its own: a failed signon (91), a locked-out
      * userid (85), an expired password or a forced change not
      * supplied (86/87), a DBOPEN with no AUTH behind it (93) and a
      * function refused by the userid's authorization class (97).
      * None of these ever crosses the bridge, so none of them is in
      * log.output.  SEC-USERID is the userid the caller TRIED -- for
      * a failed signon it may be one that does not exist at all.
      * SECRPT totals the events of a day per userid and per
      * terminal.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  SEC-REC.
           02  SEC-DATE            PIC 9(08).
           02  SEC-TIME            PIC 9(08).
           02  SEC-PNAME           PIC X(08).
           02  SEC-USERID          PIC X(08).
           02  SEC-FUNC            PIC X(10).
           02  SEC-RC              PIC S9(4)   BINARY.
