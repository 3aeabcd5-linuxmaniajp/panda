      ******************************************************************
      * PROTREC -- protected path-id range record (protect.range)
      *
      * The path-id ranges whose records may not be changed on one
      * person's say-so.  An updating table operation (or a deferred
      * one, handed to ENQUEUE) whose path-id falls inside a range is
      * not driven: MCPSUB parks it in pending.change (PENDREC) with
      * its before and after images and answers RC 82, and it is
      * driven only when a supervisor (AUTH-CLASS 'S') other than the
      * maker approves it through PENDMAINT.  Line sequential and
      * kept by hand, like governor.profile; a '*' in column 1 marks
      * a comment line:
      *   cols  1-9   lowest path-id of the range
      *   cols 11-19  highest path-id of the range (blank = the
      *               lowest alone)
      *   cols 21-50  what the range holds, for the reader
      * Path-ids are keyed as digits anywhere in their columns.  The
      * file is read once, on MCPSUB's first call, so a change takes
      * effect from the next signon run; a region with no file
      * protects nothing.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  PROT-REC.
           02  PROT-LOW            PIC X(09).
           02  FILLER              PIC X(01).
           02  PROT-HIGH           PIC X(09).
           02  FILLER              PIC X(01).
           02  PROT-DESC           PIC X(30).
           02  FILLER              PIC X(30).
