      *****************************************************************
      *  CTRHOL.cpy                                                   *
      *  One holiday per CTRHOLF line: a YYYYMMDD date on which the   *
      *  batch schedule does not run, so CTRTREND's walk to the       *
      *  projected exhaustion date skips it the way it skips          *
      *  weekends.  Maintained through CTRTMNT.                       *
      *****************************************************************
       01  CTR-HOLIDAY-RECORD.
           05  HOL-DATE                PIC X(08).
