               03  WN5-MONTH           PIC 9(2).
               03  WN5-DAY             PIC 9(2).
               03  FILLER              PIC X(248).
      *
      *    WN6/WN7/WN8 are TPMAINT's signon, record-page and field-
      *    detail windows.  A record page shows four fields at a
      *    time, each value cut to 20 bytes; the detail window shows
      *    one field's first 120 bytes.
      *
           02  WN6                 REDEFINES   SCRAREA-DATA.
               03  WN6-USERID          PIC X(08).
               03  WN6-PASSWORD        PIC X(08).
               03  WN6-MSG             PIC X(40).
               03  FILLER              PIC X(200).
           02  WN7                 REDEFINES   SCRAREA-DATA.
               03  WN7-PATH-ID         PIC 9(09).
               03  WN7-PAGE            PIC 9(02).
               03  WN7-PAGES           PIC 9(02).
               03  WN7-SELECT          PIC 9(01).
               03  WN7-MSG             PIC X(40).
               03  WN7-LINE            OCCURS  4   TIMES.
                   04  WN7-NAME            PIC X(15).
                   04  WN7-VALUE           PIC X(20).
                   04  WN7-DESC            PIC X(15).
               03  FILLER              PIC X(02).
           02  WN8                 REDEFINES   SCRAREA-DATA.
               03  WN8-NAME            PIC X(30).
               03  WN8-OFFSET          PIC 9(05).
               03  WN8-LENGTH          PIC 9(05).
               03  WN8-TYPE            PIC X(01).
               03  WN8-VALUE           PIC X(120).
               03  WN8-DESC            PIC X(30).
               03  WN8-MSG             PIC X(40).
               03  FILLER              PIC X(25).
