      *  layout, so a corrected suspense file can be resubmitted as   *
      *  CTRMNTIN directly - the trailing reason is beyond the        *
      *  transaction record and is ignored on the way back in.        *
      *  NOAUTH is an operator without the authority on CTROPRF for a *
      *  RESET or ROLL; PENDING a ROLL already staged and awaiting    *
      *  approval or application; NOSTAGE a ROLL that could not be    *
      *  written to CTRPENDF.                                         *
      *  FROZEN and RETIRED refuse a BUMP (or, RETIRED, a ROLL or any *
      *  further lifecycle change) of a series not issuing; SAMESTAT  *
      *  a lifecycle change to the state already in force; BADDATE    *
      *  an effective date that is not a date or is before the        *
      *  processing date; NOSAVE a change CTRLIFF would not take.     *
      *****************************************************************
       01  CTR-MAINT-SUSP-RECORD.
           05  SUSP-ACTION             PIC X(06).
           05  SUSP-NEW-VALUE          PIC 9(09).
           05  SUSP-MAX-VALUE          PIC 9(09).
           05  SUSP-OPERATOR-ID        PIC X(08).
           05  SUSP-EFFECTIVE-DATE     PIC X(08).
           05  SUSP-REASON-CODE        PIC X(08).
               88  SUSP-UNKNOWN-ACTION       VALUE "BADACT  ".
               88  SUSP-NOT-FOUND            VALUE "NOTFOUND".
               88  SUSP-TABLE-FULL           VALUE "TBLFULL ".
               88  SUSP-DUPLICATE-ADD        VALUE "DUPADD  ".
               88  SUSP-AT-MAXIMUM           VALUE "ATMAX   ".
               88  SUSP-NOT-AUTHORIZED       VALUE "NOAUTH  ".
               88  SUSP-ALREADY-PENDING      VALUE "PENDING ".
               88  SUSP-NOT-STAGED           VALUE "NOSTAGE ".
               88  SUSP-SERIES-FROZEN        VALUE "FROZEN  ".
               88  SUSP-SERIES-RETIRED       VALUE "RETIRED ".
               88  SUSP-SAME-STATE           VALUE "SAMESTAT".
               88  SUSP-BAD-DATE             VALUE "BADDATE ".
               88  SUSP-NOT-SAVED            VALUE "NOSAVE  ".
