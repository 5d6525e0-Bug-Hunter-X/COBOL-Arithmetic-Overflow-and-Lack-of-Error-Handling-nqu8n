      *****************************************************************
      *  CTRPEND.cpy                                                  *
      *  One maker-checker item per CTRPENDF line.  The highest-risk  *
      *  actions - a WS-DATA reset, a series ROLL and a counter-      *
      *  master lock clear - are not applied when they are keyed:    *
      *  the keying (maker) operator's job stages the change here as  *
      *  PENDING, a second, different authorized operator APPROVEs   *
      *  or REJECTs it through CTRAPPR in a later run, and the owning *
      *  job applies only APPROVED items on its next run, marking     *
      *  them APPLIED - or LAPSED when what the item was raised       *
      *  against has gone (the counter was dropped, or the lock is    *
      *  no longer the one that was held when the clear was staged).  *
      *  Items are numbered in staging order and read and written     *
      *  only through the shared CTRPNDG subprogram.                  *
      *  PEND-COUNTER-ID is the series for a RESET or ROLL (WSDATA    *
      *  for the WS-DATA series) and the lock key for an UNLOCK; the  *
      *  lock holder's job name and timestamp as seen at staging are  *
      *  carried for an UNLOCK only.                                  *
      *****************************************************************
       01  CTR-PENDING-RECORD.
           05  PEND-ITEM-ID            PIC 9(06).
           05  PEND-ACTION             PIC X(08).
               88  PEND-ACTION-RESET         VALUE "RESET   ".
               88  PEND-ACTION-ROLL          VALUE "ROLL    ".
               88  PEND-ACTION-UNLOCK        VALUE "UNLOCK  ".
           05  PEND-COUNTER-ID         PIC X(08).
           05  PEND-NEW-VALUE          PIC 9(09).
           05  PEND-STATUS             PIC X(08).
               88  PEND-PENDING              VALUE "PENDING ".
               88  PEND-APPROVED             VALUE "APPROVED".
               88  PEND-REJECTED             VALUE "REJECTED".
               88  PEND-APPLIED              VALUE "APPLIED ".
               88  PEND-LAPSED               VALUE "LAPSED  ".
               88  PEND-OUTSTANDING          VALUE "PENDING "
                                                   "APPROVED".
           05  PEND-MAKER-ID           PIC X(08).
           05  PEND-STAGED-DATE        PIC X(08).
           05  PEND-STAGED-TS          PIC X(26).
           05  PEND-CHECKER-ID         PIC X(08).
           05  PEND-DECIDED-TS         PIC X(26).
           05  PEND-LOCK-HOLDER        PIC X(08).
           05  PEND-LOCK-TS            PIC X(26).
