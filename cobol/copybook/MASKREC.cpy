      ******************************************************************
      * MASKREC -- sensitive-field masking registry (mask.registry)
      *
      * The DBDESCRIBE fields whose values may not be printed or
      * exported in the clear.  MASKSUB applies it for DBDLEXP,
      * DBBROWSE, DBCOMPAR and DJRNRPT.  Line sequential and kept by
      * hand, like protect.range; a '*' in column 1 marks a comment
      * line:
      *   cols  1-30  the field name exactly as DBDESCRIBE answers it
      *   col  32     how it is masked:
      *                 F = full -- every position shown as '*'
      *                 L = last four -- all but the last four
      *                     characters shown as '*'
      *                 H = hash -- a ten-digit hash of the value, so
      *                     equal values still show equal
      *   cols 34-41  the AUTH-CLASS letters that may see the field
      *               in the clear (blank = no class may)
      * One line with 'K' in column 32 carries in cols 1-30 the
      * region's hash key, mixed into every hashed value so a hash
      * cannot be recomputed from a guessed value without the key.
      * A region with no file masks nothing.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  MREG-REC.
           02  MREG-FIELD          PIC X(30).
           02  FILLER              PIC X(01).
           02  MREG-METHOD         PIC X(01).
           02  FILLER              PIC X(01).
           02  MREG-CLEAR          PIC X(08).
           02  FILLER              PIC X(39).
