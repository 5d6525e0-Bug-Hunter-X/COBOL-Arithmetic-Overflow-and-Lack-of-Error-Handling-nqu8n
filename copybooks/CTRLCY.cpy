      *****************************************************************
      *  CTRLCY.cpy                                                   *
      *  One lifecycle row per counter series on CTRLIFF, kept by     *
      *  CTRLIFE and changed only through CTRMNT's FREEZE, RESUME and *
      *  RETIRE actions.  The WS-DATA series is keyed WSDATA like     *
      *  everywhere else.  A series with no row is ACTIVE.            *
      *    ACTIVE  - issues normally.                                 *
      *    FROZEN  - held, for example during an investigation:       *
      *              nothing is issued until it is RESUMEd.           *
      *    RETIRED - discontinued for good: nothing is issued, no     *
      *              void is accepted back and its reuse pool rows    *
      *              are dropped.  A retirement in force is final.    *
      *  The state takes effect on LCY-EFFECTIVE-DATE, a processing   *
      *  date; until then the series stays in LCY-PRIOR-STATE, the    *
      *  state in force when the change was keyed.  So a retirement   *
      *  can be keyed ahead for a business line's last day.           *
      *****************************************************************
       01  CTR-LIFECYCLE-RECORD.
           05  LCY-COUNTER-ID          PIC X(08).
           05  LCY-STATE               PIC X(08).
               88  LCY-ACTIVE                VALUE "ACTIVE  ".
               88  LCY-FROZEN                VALUE "FROZEN  ".
               88  LCY-RETIRED               VALUE "RETIRED ".
           05  LCY-EFFECTIVE-DATE      PIC X(08).
           05  LCY-OPERATOR-ID         PIC X(08).
           05  LCY-PRIOR-STATE         PIC X(08).
           05  LCY-CHANGED-DATE        PIC X(08).
           05  LCY-CHANGED-TS          PIC X(26).
