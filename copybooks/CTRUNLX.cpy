      *****************************************************************
      *  CTRUNLX.cpy                                                  *
      *  The lock-clear request card for CTRUNLK: the id of the       *
      *  operator asking for the counter-master lock to be cleared.   *
      *  The clear is staged on CTRPENDF for a second operator's      *
      *  approval rather than applied on the spot.                    *
      *****************************************************************
       01  CTR-UNLOCK-TXN.
           05  UNLX-OPERATOR-ID        PIC X(08).
