      *  (OLDGEN), since that series has rolled over and the value    *
      *  would collide with the current pass through the range; a     *
      *  card with spaces there is taken as the current generation.   *
      *  VDX-FORMATTED-NUMBER, appended last, takes the number as it  *
      *  appears on the voided paper (prefix, segment and check       *
      *  digit - CTRFMT.cpy).  When filled in it is proved through    *
      *  CTRFMTN and replaces VDX-DOC-NUMBER; a generation segment    *
      *  in it supplies the series generation.  A number that fails   *
      *  its check digit is refused (BADCHECK) rather than voiding    *
      *  whatever number the typing error happens to spell.           *
       01  CTR-VOID-TXN.
           05  VDX-DOC-NUMBER          PIC 9(09).
           05  VDX-COUNTER-ID          PIC X(08).
           05  VDX-SERIES-GEN          PIC 9(04).
           05  VDX-FORMATTED-NUMBER    PIC X(24).
