      ******************************************************************
      * MASKAREA -- sensitive-field masking area
      *
      * This is the CALL parameter passed to MASKSUB.
      *
      *   'LOAD'   the caller sets MASKAREA-USERID to the signed-on
      *            userid.  MASKSUB reads mask.registry (MASKREC)
      *            and the userid's AUTH-CLASS from auth.dat, and
      *            answers the class, MASKAREA-IN-FORCE (1 when at
      *            least one registered field is masked for that
      *            class) and MASKAREA-HEADING, the words a report
      *            heading carries to say so.
      *   'APPLY'  the caller sets MASKAREA-FIELD to a DBDESCRIBE
      *            field name and MASKAREA-VALUE/-LENGTH to the
      *            field's value as sliced out of the record.  When
      *            the field is registered and the class loaded is
      *            not cleared for it, the value is masked in place,
      *            in the field's own width, so a record image keeps
      *            its shape.  A blank value stays blank.
      *
      *    MASKAREA-RC codes:
      *         0  LOAD: registry loaded / APPLY: value masked
      *        90  LOAD: mask.registry could not be opened -- nothing
      *            is masked
      *        91  APPLY: field not registered, or the class is
      *            cleared for it -- value left in the clear
      *        93  LOAD: the userid is not on auth.dat -- it is
      *            cleared for nothing
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  MASKAREA.
           02  MASKAREA-FUNC       PIC X(08).
           02  MASKAREA-USERID     PIC X(08).
           02  MASKAREA-CLASS      PIC X(01).
           02  MASKAREA-IN-FORCE   PIC 9(01).
           02  MASKAREA-HEADING    PIC X(20).
           02  MASKAREA-FIELD      PIC X(30).
           02  MASKAREA-LENGTH     PIC S9(9)   BINARY.
           02  MASKAREA-VALUE      PIC X(256).
           02  MASKAREA-RC         PIC S9(4)   BINARY.
