      *****************************************************************
      *  CTRTMTS.cpy                                                  *
      *  One row per CTRTMTIN control-table transaction CTRTMNT       *
      *  could not apply: the original transaction, followed by a     *
      *  reason code.  As with CTRMNTS.cpy the reason sits after the  *
      *  full CTRTMTX.cpy layout, so a corrected suspense file can    *
      *  be resubmitted as CTRTMTIN directly - the trailing reason    *
      *  is beyond the transaction record and is ignored on the way   *
      *  back in.                                                     *
      *  SELFAUTH is an operator keying a change to their own row on  *
      *  the CTROPRF authority register.  LONGWAIT is a CTRLWTF       *
      *  policy whose tries and interval add up to more than the      *
      *  longest wait CTRTMNT allows a job to sit on the lock.        *
      *  NOAUTH is an operator who is not active on CTROPRF, or who   *
      *  lacks APPROVE authority for a CTROPRF or CTRLWTF change.     *
      *****************************************************************
       01  CTR-TABLE-MAINT-SUSP-RECORD.
           05  TSUSP-TABLE-ID          PIC X(08).
           05  TSUSP-ACTION            PIC X(06).
           05  TSUSP-OPERATOR-ID       PIC X(08).
           05  TSUSP-ROW-DATA          PIC X(30).
           05  TSUSP-REASON-CODE       PIC X(08).
               88  TSUSP-UNKNOWN-TABLE       VALUE "BADTABLE".
               88  TSUSP-UNKNOWN-ACTION      VALUE "BADACT  ".
               88  TSUSP-NO-OPERATOR         VALUE "NOOPER  ".
               88  TSUSP-NOT-FOUND           VALUE "NOTFOUND".
               88  TSUSP-DUPLICATE-ADD       VALUE "DUPADD  ".
               88  TSUSP-TABLE-FULL          VALUE "TBLFULL ".
               88  TSUSP-BAD-VALUE           VALUE "BADVALUE".
               88  TSUSP-PCT-ORDER           VALUE "PCTORDER".
               88  TSUSP-NO-COUNTER          VALUE "NOCTR   ".
               88  TSUSP-BAD-SEVERITY        VALUE "BADSEV  ".
               88  TSUSP-BAD-DATE            VALUE "BADDATE ".
               88  TSUSP-BELOW-HWM           VALUE "BELOWHWM".
               88  TSUSP-NOT-WSDATA          VALUE "NOTWSDAT".
               88  TSUSP-SHADOWED            VALUE "SHADOWED".
               88  TSUSP-NO-DELETE           VALUE "NODELETE".
               88  TSUSP-SELF-AUTH           VALUE "SELFAUTH".
               88  TSUSP-WAIT-TOO-LONG       VALUE "LONGWAIT".
               88  TSUSP-NOT-AUTHORIZED      VALUE "NOAUTH  ".
