      *****************************************************************
      *  CTRPRVW.cpy                                                  *
      *  One line of the "would change" listing CTRMNT, CTRRESET and  *
      *  CTRVOID print when run with PARM=PREVIEW, and the column     *
      *  heading over it.  A line is either a change the live run     *
      *  would make (counter, value now, value it would be left at,   *
      *  headroom to the ceiling after it), an item it would stage    *
      *  or a void it would queue, or a transaction it would reject   *
      *  with the reason code the live run's suspense / rejects file  *
      *  would carry.  PRV-NOTE names the pool entries that would be  *
      *  added or dropped.  A value that does not apply (no counter   *
      *  yet, no ceiling known) is left blank through the X views.    *
      *****************************************************************
       01  CTR-PREVIEW-LINE.
           05  PRV-ACTION              PIC X(08).
           05  FILLER                  PIC X(02).
           05  PRV-COUNTER-ID          PIC X(08).
           05  FILLER                  PIC X(02).
           05  PRV-CURRENT-VALUE       PIC Z(08)9.
           05  PRV-CURRENT-X REDEFINES PRV-CURRENT-VALUE
                                       PIC X(09).
           05  FILLER                  PIC X(02).
           05  PRV-PROPOSED-VALUE      PIC Z(08)9.
           05  PRV-PROPOSED-X REDEFINES PRV-PROPOSED-VALUE
                                       PIC X(09).
           05  FILLER                  PIC X(02).
           05  PRV-HEADROOM            PIC Z(08)9.
           05  PRV-HEADROOM-X REDEFINES PRV-HEADROOM
                                       PIC X(09).
           05  FILLER                  PIC X(02).
           05  PRV-OUTCOME             PIC X(08).
               88  PRV-WOULD-CHANGE          VALUE "CHANGE".
               88  PRV-WOULD-APPLY           VALUE "APPLY".
               88  PRV-WOULD-LAPSE           VALUE "LAPSE".
               88  PRV-WOULD-STAGE           VALUE "STAGE".
               88  PRV-WOULD-POOL            VALUE "POOL".
               88  PRV-NO-CHANGE             VALUE "NOCHANGE".
               88  PRV-WOULD-REJECT          VALUE "REJECT".
           05  FILLER                  PIC X(02).
           05  PRV-REASON-CODE         PIC X(08).
           05  FILLER                  PIC X(02).
           05  PRV-NOTE                PIC X(59).

       01  CTR-PREVIEW-HEADING.
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "COUNTER".
           05  FILLER                  PIC X(11) VALUE "  CURRENT".
           05  FILLER                  PIC X(11) VALUE " PROPOSED".
           05  FILLER                  PIC X(11) VALUE " HEADROOM".
           05  FILLER                  PIC X(10) VALUE "OUTCOME".
           05  FILLER                  PIC X(10) VALUE "REASON".
           05  FILLER                  PIC X(59)
                                       VALUE "POOL ENTRIES / NOTE".
