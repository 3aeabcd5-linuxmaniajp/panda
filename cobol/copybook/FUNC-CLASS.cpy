      * FUNC-CLASS-TXN and FUNC-CLASS-SESSION are the transaction and
      * session-control verbs, open to every signed-on userid.  Any
      * function matching none of the three classes is by convention
      * an updating table operation, and needs AUTH-CLASS 'U' or 'S'
      * (supervisor, who may also APPROVE a change MCPSUB parked on a
      * protected path-id range).
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
