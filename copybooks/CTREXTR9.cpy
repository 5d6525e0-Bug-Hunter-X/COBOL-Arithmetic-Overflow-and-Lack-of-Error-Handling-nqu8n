      *  application the number was issued to, also carved from the   *
      *  filler - rows from before it existed read back with spaces   *
      *  there (unattributed).                                        *
      *  EXTR-FORMATTED-NUMBER is the number as presented to the      *
      *  people who key it (prefix, segment, check digit - see        *
      *  CTRFMT.cpy), also carved from the filler; spaces there mean  *
      *  a row from before formatting existed or a series with no     *
      *  format definition.                                           *
       01  CTR-EXTRACT-RECORD-NEW.
           05  EXTR-DOC-NUMBER         PIC 9(09).
           05  EXTR-DOC-DATE           PIC X(08).
           05  EXTR-SERIES-GEN         PIC 9(04).
           05  EXTR-REQUESTER          PIC X(08).
           05  EXTR-FORMATTED-NUMBER   PIC X(24).
           05  FILLER                  PIC X(27).
