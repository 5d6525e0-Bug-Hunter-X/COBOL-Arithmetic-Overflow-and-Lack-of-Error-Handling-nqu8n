      *  extract row, and a T trailer with record count and a hash    *
      *  total of the document numbers - so a truncated transmission  *
      *  is detectable before downstream consumes the detail.         *
      *  FEED-FORMATTED-NUMBER carries the presented form of the      *
      *  document number (CTRFMT.cpy), carved from the detail         *
      *  filler; it is spaces for a series with no format             *
      *  definition.  The hash total stays on the bare number.        *
      *****************************************************************
       01  CTR-FEED-RECORD.
           05  FEED-RECORD-TYPE        PIC X.
               10  FEED-DOC-NUMBER     PIC 9(09).
               10  FEED-DOC-DATE       PIC X(08).
               10  FEED-SERIES-GEN     PIC 9(04).
               10  FEED-FORMATTED-NUMBER
                                       PIC X(24).
               10  FILLER              PIC X(34).
           05  FEED-TRAILER-BODY REDEFINES FEED-RECORD-BODY.
               10  FEED-RECORD-COUNT   PIC 9(09).
               10  FEED-HASH-TOTAL     PIC 9(13).
