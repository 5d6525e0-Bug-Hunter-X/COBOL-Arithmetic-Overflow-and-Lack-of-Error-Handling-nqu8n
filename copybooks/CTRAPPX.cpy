      *****************************************************************
      *  CTRAPPX.cpy                                                  *
      *  One checker decision per input line for CTRAPPR: the         *
      *  CTRPENDF item number, APPROVE or REJECT, and the id of the   *
      *  approving operator - who must be authorized to approve and   *
      *  to perform the action itself, and must not be the operator  *
      *  who staged it.                                               *
      *****************************************************************
       01  CTR-APPROVAL-TXN.
           05  APPX-ITEM-ID            PIC 9(06).
           05  APPX-DECISION           PIC X(08).
               88  APPX-APPROVE              VALUE "APPROVE ".
               88  APPX-REJECT               VALUE "REJECT  ".
           05  APPX-OPERATOR-ID        PIC X(08).
