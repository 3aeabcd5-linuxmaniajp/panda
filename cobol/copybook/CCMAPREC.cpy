      ******************************************************************
      * CCMAPREC -- cost-centre map record (cost.centre.map)
      *
      * Says which cost centre bridge usage is billed to.  The file
      * is line sequential and kept by hand, like region.profile;
      * a '*' in column 1 marks a comment line:
      *   col  1      'U' = the name is a userid, 'T' = a terminal
      *   cols 3-10   the userid (LOG-USERID) or terminal (LOG-PNAME)
      *   cols 12-19  cost centre
      *   cols 21-50  cost-centre description
      * A userid line wins over a terminal line, so a shared
      * terminal bills to whoever was signed on at it; the terminal
      * line catches log records with no userid (before the AUTH,
      * or written before LOG-USERID existed).  Usage matching no
      * line is charged to no one and reported as unassigned.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  CCMAP-REC.
           02  CCMAP-TYPE          PIC X(01).
           02  FILLER              PIC X(01).
           02  CCMAP-NAME          PIC X(08).
           02  FILLER              PIC X(01).
           02  CCMAP-CENTRE        PIC X(08).
           02  FILLER              PIC X(01).
           02  CCMAP-DESC          PIC X(30).
           02  FILLER              PIC X(30).
