      *****************************************************************
      *  CTRLCN.cpy                                                   *
      *  One row per counter-master lock contention event, appended   *
      *  to CTRLCNF by CTRLOCK whenever an ACQUIRE finds the lock     *
      *  held: the CTRBDATF processing date, when the wait began, the *
      *  waiting job and the job holding the lock (and since when),   *
      *  how long the waiting job waited, how many tries it made out  *
      *  of how many its CTRLWTF policy allowed, and how it ended -   *
      *  ACQUIRED after waiting, GAVEUP with LK, STALE (the holder    *
      *  had abended on an earlier date; not waited on) or IOERR.     *
      *  Read by the weekly CTRLCNRP contention report.               *
      *****************************************************************
       01  CTR-LOCK-CONTENTION-RECORD.
           05  LCN-BUSINESS-DATE       PIC X(08).
           05  LCN-WAIT-START-TS       PIC X(26).
           05  LCN-WAITING-JOB         PIC X(08).
           05  LCN-HOLDING-JOB         PIC X(08).
           05  LCN-HELD-SINCE          PIC X(14).
           05  LCN-WAIT-SECONDS        PIC 9(05).
           05  LCN-ATTEMPTS            PIC 9(02).
           05  LCN-MAX-ATTEMPTS        PIC 9(02).
           05  LCN-OUTCOME             PIC X(08).
               88  LCN-ACQUIRED              VALUE "ACQUIRED".
               88  LCN-GAVE-UP               VALUE "GAVEUP  ".
               88  LCN-STALE                 VALUE "STALE   ".
               88  LCN-IO-ERROR              VALUE "IOERR   ".
