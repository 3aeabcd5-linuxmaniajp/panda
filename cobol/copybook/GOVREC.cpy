      ******************************************************************
      * GOVREC -- unit-of-work governor profile record
      *           (governor.profile)
      *
      * The limits MCPSUB holds a unit of work to, one line per
      * authorization class (AUTH-CLASS).  Line sequential and kept
      * by hand, like region.profile; a '*' in column 1 marks a
      * comment line:
      *   col  1      authorization class
      *   cols 3-9    most calls (table operations, DBFETCHN and
      *               DBDESCRIBE) one unit of work may issue
      *   cols 11-17  most of those calls that may be updates
      *   cols 19-22  most minutes a unit of work may stay open
      *               after its DBSTART
      * Limits are keyed as digits anywhere in their columns; a blank
      * or zero limit is no limit, and a class with no line is not
      * governed at all.  The profile is read once, on MCPSUB's
      * first call, so a change takes effect from the next signon
      * run.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  GOV-REC.
           02  GOV-CLASS           PIC X(01).
           02  FILLER              PIC X(01).
           02  GOV-MAX-CALLS       PIC X(07).
           02  FILLER              PIC X(01).
           02  GOV-MAX-UPDATES     PIC X(07).
           02  FILLER              PIC X(01).
           02  GOV-MAX-MINUTES     PIC X(04).
           02  FILLER              PIC X(58).
