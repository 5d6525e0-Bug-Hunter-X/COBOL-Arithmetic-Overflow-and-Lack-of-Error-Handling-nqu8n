      *  The counter id is appended after the original layout, so     *
      *  rows written before it existed read back as spaces there     *
      *  (WSDATA-era rejects).                                        *
      *  The formatted number as keyed on the void card is appended   *
      *  last, so a BADCHECK or BADFORMT reject - which has no        *
      *  trustworthy bare number - still shows what was keyed.        *
      *  RETIRED is a void to a series retired on CTRLIFF - it will   *
      *  never issue again, so there is nothing to recycle into.      *
      *****************************************************************
       01  CTR-VOID-REJECT-RECORD.
           05  VRJ-DOC-NUMBER          PIC 9(09).
               88  VRJ-ABOVE-HWM             VALUE "OVERHWM ".
               88  VRJ-NO-COUNTER            VALUE "NOCOUNTR".
               88  VRJ-OLD-GENERATION        VALUE "OLDGEN  ".
               88  VRJ-BAD-CHECK-DIGIT       VALUE "BADCHECK".
               88  VRJ-BAD-FORMAT            VALUE "BADFORMT".
               88  VRJ-SERIES-RETIRED        VALUE "RETIRED ".
           05  VRJ-COUNTER-ID          PIC X(08).
           05  VRJ-FORMATTED-NUMBER    PIC X(24).
