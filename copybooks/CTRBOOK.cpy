      *****************************************************************
      *  CTRBOOK.cpy                                                  *
      *  One row per document the downstream systems actually booked, *
      *  as they send it back on CTRBOOKF: the document number, the   *
      *  counter series it was drawn from, the series generation it   *
      *  was issued under and the date it was booked.  The file is    *
      *  the downstream booked register for the period CTREXTRF9 and  *
      *  its CTREXTRFA archive cover, not a day's increment - CTRBKREC *
      *  reads any number it does not find there as never booked.     *
      *  A row with spaces in the counter id is a WSDATA booking; one *
      *  with spaces in the generation is taken as the series'        *
      *  current generation, the same defaults CTRVOIDX.cpy applies.  *
      *****************************************************************
       01  CTR-BOOKED-RECORD.
           05  BOOK-DOC-NUMBER         PIC 9(09).
           05  BOOK-COUNTER-ID         PIC X(08).
           05  BOOK-SERIES-GEN         PIC 9(04).
           05  BOOK-DATE               PIC X(08).
