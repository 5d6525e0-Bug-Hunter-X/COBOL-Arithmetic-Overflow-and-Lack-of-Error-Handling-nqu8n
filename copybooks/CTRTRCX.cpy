      *  series it belongs to - a line with spaces there is taken as  *
      *  a WSDATA document number, the series the downstream extract  *
      *  records.                                                     *
      *  TRCX-FORMATTED-NUMBER, appended after the original layout,   *
      *  takes the number as the enquirer has it on paper - prefix,   *
      *  segment and check digit (CTRFMT.cpy).  When it is filled in  *
      *  it is proved through CTRFMTN and the bare number is taken    *
      *  from it; legacy cards read back with spaces there and are    *
      *  traced by TRCX-DOC-NUMBER as before.                         *
      *****************************************************************
       01  CTR-TRACE-TXN.
           05  TRCX-DOC-NUMBER         PIC 9(09).
           05  TRCX-COUNTER-ID         PIC X(08).
           05  TRCX-FORMATTED-NUMBER   PIC X(24).
