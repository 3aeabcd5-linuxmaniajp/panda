      ******************************************************************
      * BKUPREC -- control-dataset backup manifest record
      *
      * CTLBACK copies every control dataset of a region into one
      * backup generation and writes this manifest beside the copies;
      * CTLREST checks each copy against it before putting the
      * generation back.  Line sequential, one record per line:
      *   'H'  header  -- region, date and time the set was taken
      *   'D'  dataset -- logical name, whether the dataset existed
      *                   ('Y') or not ('N') when the set was taken,
      *                   records copied, hash total, and the name
      *                   of the copy
      *   'T'  trailer -- datasets listed and records copied in all
      * The hash total adds the value of every byte of every copied
      * record image (0-255) weighted by its position in it, kept modulo
      * 10**12 -- unlike the RUNREC hash it sees binary fields too,
      * which most of these records carry.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  BKUP-REC.
           02  BKUP-TYPE           PIC X(01).
           02  FILLER              PIC X(01).
           02  BKUP-BODY           PIC X(90).
           02  BKUP-D-BODY         REDEFINES   BKUP-BODY.
               03  BKUP-LOGICAL        PIC X(16).
               03  FILLER              PIC X(01).
               03  BKUP-PRESENT        PIC X(01).
               03  FILLER              PIC X(01).
               03  BKUP-COUNT          PIC 9(09).
               03  FILLER              PIC X(01).
               03  BKUP-HASH           PIC 9(12).
               03  FILLER              PIC X(01).
               03  BKUP-NAME           PIC X(40).
               03  FILLER              PIC X(08).
           02  BKUP-H-BODY         REDEFINES   BKUP-BODY.
               03  BKUP-H-REGION       PIC X(08).
               03  FILLER              PIC X(01).
               03  BKUP-H-DATE         PIC 9(08).
               03  FILLER              PIC X(01).
               03  BKUP-H-TIME         PIC 9(08).
               03  FILLER              PIC X(64).
           02  BKUP-T-BODY         REDEFINES   BKUP-BODY.
               03  BKUP-T-DATASETS     PIC 9(09).
               03  FILLER              PIC X(01).
               03  BKUP-T-RECORDS      PIC 9(09).
               03  FILLER              PIC X(71).
