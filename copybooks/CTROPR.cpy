      *****************************************************************
      *  CTROPR.cpy                                                   *
      *  The operator authority register, one row per operator on     *
      *  CTROPRF: whether the id is active and which of the           *
      *  sensitive counter actions it may perform - reset a counter   *
      *  (CTRRESET, CTRMNT RESET), roll a series over (CTRRESET with  *
      *  the rollover flag, CTRMNT ROLL), advance the processing      *
      *  date (CTRBDSET), clear the counter-master lock (CTRUNLK),    *
      *  and approve another operator's staged change (CTRAPPR).      *
      *  Checked through the shared CTRAUTH subprogram; maintained    *
      *  through CTRTMNT, where no operator may change their own row. *
      *****************************************************************
       01  CTR-OPERATOR-RECORD.
           05  OPR-OPERATOR-ID         PIC X(08).
           05  OPR-STATUS              PIC X(01).
               88  OPR-ACTIVE                VALUE "A".
               88  OPR-REVOKED               VALUE "R".
           05  OPR-MAY-RESET           PIC X(01).
               88  OPR-CAN-RESET             VALUE "Y".
           05  OPR-MAY-ROLL            PIC X(01).
               88  OPR-CAN-ROLL              VALUE "Y".
           05  OPR-MAY-BDATE           PIC X(01).
               88  OPR-CAN-BDATE             VALUE "Y".
           05  OPR-MAY-UNLOCK          PIC X(01).
               88  OPR-CAN-UNLOCK            VALUE "Y".
           05  OPR-MAY-APPROVE         PIC X(01).
               88  OPR-CAN-APPROVE           VALUE "Y".
           05  OPR-OPERATOR-NAME       PIC X(16).
