      *****************************************************************
      *  CTRFMT.cpy                                                   *
      *  One document-number format definition per counter id on     *
      *  CTRFMTF: how a bare 9-digit number from the series is        *
      *  presented to the people who key it.  The formatted number    *
      *  is the prefix, an optional 4-digit segment (the year of the  *
      *  document date, or the series generation), the number zero-   *
      *  padded to the pad width, and a trailing check digit - with   *
      *  the separator character between prefix, segment and number  *
      *  when one is given.  For example prefix INV, separator "-",   *
      *  year segment, pad width 7 and mod-11 check digit present     *
      *  number 1234 issued in 2026 as INV-2026-00012343.              *
      *  The mod-10 method is the Luhn digit; the mod-11 method uses  *
      *  weights 2 through 10 from the right and writes a check       *
      *  value of 10 as X.  The check digit covers the number only,   *
      *  so it does not change with the pad width.  A series with no  *
      *  row is not formatted - its rows carry spaces in the          *
      *  formatted-number fields and downstream keys the bare number. *
      *****************************************************************
       01  CTR-FORMAT-RECORD.
           05  FMT-COUNTER-ID          PIC X(08).
           05  FMT-PREFIX              PIC X(06).
           05  FMT-SEPARATOR           PIC X(01).
           05  FMT-SEGMENT             PIC X(01).
               88  FMT-SEGMENT-NONE          VALUE "N" " ".
               88  FMT-SEGMENT-YEAR          VALUE "Y".
               88  FMT-SEGMENT-GEN           VALUE "G".
           05  FMT-PAD-WIDTH           PIC 9(02).
           05  FMT-CHECK-METHOD        PIC X(02).
               88  FMT-CHECK-MOD10           VALUE "10".
               88  FMT-CHECK-MOD11           VALUE "11".
