      *****************************************************************
      *  CTRLWT.cpy                                                   *
      *  One counter-master lock wait policy per CTRLWTF line, keyed  *
      *  by the job name the caller acquires the lock under: how many *
      *  times CTRLOCK tries for a lock another live job holds, and   *
      *  how many seconds it waits between tries, before it gives up  *
      *  with LK.  A row with a space job name is the policy for any  *
      *  job without a row of its own; with neither, a job tries once *
      *  and fails fast, the original behavior.  A stale lock is      *
      *  never waited on - it will not release itself.  Maintained    *
      *  by CTRTMNT.                                                  *
      *****************************************************************
       01  CTR-LOCK-WAIT-RECORD.
           05  LWT-JOB-NAME            PIC X(08).
           05  LWT-ATTEMPTS            PIC 9(02).
           05  LWT-INTERVAL-SECS       PIC 9(03).
