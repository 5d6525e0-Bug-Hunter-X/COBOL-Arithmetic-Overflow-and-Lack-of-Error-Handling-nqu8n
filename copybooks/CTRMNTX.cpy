      *  generation suffix is bumped and the current value restarts   *
      *  at the transaction's new value, so an exhausted series       *
      *  reuses its range without its numbers becoming ambiguous.     *
      *  FREEZE, RESUME and RETIRE change the series' lifecycle state *
      *  on CTRLIFF (see CTRLCY.cpy) - for a table counter or for     *
      *  WSDATA - from the effective date on the card, or from the    *
      *  processing date when it is left blank.  Cards keyed before   *
      *  the effective date existed read back with spaces there.      *
      *****************************************************************
       01  CTR-MAINT-TXN.
           05  MTXN-ACTION             PIC X(06).
               88  MTXN-IS-RESET              VALUE "RESET ".
               88  MTXN-IS-ADD                VALUE "ADD   ".
               88  MTXN-IS-ROLL               VALUE "ROLL  ".
               88  MTXN-IS-FREEZE             VALUE "FREEZE".
               88  MTXN-IS-RESUME             VALUE "RESUME".
               88  MTXN-IS-RETIRE             VALUE "RETIRE".
               88  MTXN-IS-LIFECYCLE          VALUE "FREEZE" "RESUME"
                                                    "RETIRE".
           05  MTXN-COUNTER-ID         PIC X(08).
           05  MTXN-NEW-VALUE          PIC 9(09).
           05  MTXN-MAX-VALUE          PIC 9(09).
           05  MTXN-OPERATOR-ID        PIC X(08).
           05  MTXN-EFFECTIVE-DATE     PIC X(08).
