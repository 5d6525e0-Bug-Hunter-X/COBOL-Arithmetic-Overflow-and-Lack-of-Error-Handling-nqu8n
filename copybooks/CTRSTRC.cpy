      *****************************************************************
      *  CTRSTRC.cpy                                                  *
      *  One run-control row per business date per nightly-stream     *
      *  step, kept on CTRSTRMF by the CTRSTRM driver: when the step  *
      *  last started and ended, the return code it ended with, how   *
      *  many times it has been started for that date, and where it   *
      *  stands.  A DONE step is never started again for its date -   *
      *  a second WSCTRUPD mints a second number.  A RUNNING row      *
      *  found at the start of a run means a driver ended while the   *
      *  step was in flight; its outcome is unknown and the stream    *
      *  holds until an operator says whether it completed.  A HELD   *
      *  row names the earlier step whose failure held it.            *
      *  Append-only across dates; the current date's rows are        *
      *  rewritten in place by the driver as the stream moves.        *
      *****************************************************************
       01  CTR-STREAM-RECORD.
           05  STRM-BUSINESS-DATE      PIC X(08).
           05  STRM-STEP-SEQ           PIC 9(02).
           05  STRM-STEP-NAME          PIC X(08).
           05  STRM-STEP-STATUS        PIC X(08).
               88  STRM-PENDING              VALUE "PENDING ".
               88  STRM-RUNNING              VALUE "RUNNING ".
               88  STRM-DONE                 VALUE "DONE    ".
               88  STRM-FAILED               VALUE "FAILED  ".
               88  STRM-HELD                 VALUE "HELD    ".
           05  STRM-START-TS           PIC X(26).
           05  STRM-END-TS             PIC X(26).
           05  STRM-RETURN-CODE        PIC 9(04).
           05  STRM-RUN-COUNT          PIC 9(02).
           05  STRM-HELD-BY            PIC X(08).
