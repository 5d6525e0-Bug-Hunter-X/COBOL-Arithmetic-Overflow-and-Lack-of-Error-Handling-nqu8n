      *                 runs in CTR-LAST-FILE so a recompile or a     *
      *                 fresh load module does not reset it back to   *
      *                 the compiled-in literal.                      *
      *                 A WSDATA series FROZEN or RETIRED on CTRLIFF  *
      *                 mints nothing and raises no overflow: the run *
      *                 ends RC 4 for the nightly single mint, and    *
      *                 RC 8 when a CTRRSVIN reservation was refused  *
      *                 for it.                                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSCTRUPD.
      *    travels with it for the life of the business record.
       01  WS-SERIES-GEN               PIC 9(4) VALUE 0.

      *    The presented form of the issued number, built by the
      *    shared CTRFMTN formatter from the series' CTRFMTF
      *    definition and carried on the extract row.
       01  WS-FMT-REQUEST              PIC X(8).
       01  WS-FMT-NUMBER               PIC X(24).
       01  WS-FMT-STATUS               PIC XX.

      *    The series lifecycle from CTRLIFF (CTRLIFE), read once the
      *    lock is held.  A frozen or retired series is not issuing,
      *    which is not the same as exhausted - it must not write the
      *    overflow checkpoint, audit an overflow or page anyone.
           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8) VALUE "STATE".
       01  WS-LCY-IN-FORCE             PIC X(8) VALUE "ACTIVE".
           88  WS-LCY-IN-FORCE-ACTIVE        VALUE "ACTIVE".
           88  WS-LCY-IN-FORCE-RETIRED       VALUE "RETIRED".
       01  WS-LCY-STATUS               PIC XX.
       01  WS-PURGE-REQUEST            PIC X(8) VALUE "PURGE".
       01  WS-PURGED-COUNT             PIC 9(4).
       01  WS-PURGE-STATUS             PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
      *    The reservation card is inspected before anything else: a
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1400-CHECK-SERIES-STATE
           IF WS-LCY-IN-FORCE-ACTIVE
               PERFORM 2000-PROCESS-COUNTER
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "RELEASE" TO WS-LOCK-REQUEST
           CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                   "reset - resubmit remaining work after reset"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT WS-LCY-IN-FORCE-ACTIVE
               IF WS-RSV-MODE-ON
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           COMPUTE WS-WARNING-VALUE =
               WS-DATA-MAX-VALUE * WS-WARNING-PCT / 100.

       1400-CHECK-SERIES-STATE.
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE WS-CTR-LAST-KEY-LIT TO LCY-COUNTER-ID
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           IF NOT WS-LCY-IN-FORCE-ACTIVE
               IF WS-RSV-MODE-ON
                   DISPLAY "WSCTRUPD: reservation of " WS-RSV-QUANTITY
                           " for " WS-RSV-REQUESTER " refused - "
                           WS-CTR-LAST-KEY-LIT " is " WS-LCY-IN-FORCE
                           ", no block allocated"
               ELSE
                   DISPLAY "WSCTRUPD: " WS-CTR-LAST-KEY-LIT " is "
                           WS-LCY-IN-FORCE " - nothing minted"
               END-IF
      *        A retirement keyed ahead of its effective date left
      *        the series' reuse pool rows in place - they go on the
      *        first run after it takes effect.
               IF WS-LCY-IN-FORCE-RETIRED
                   CALL "CTRPPURG" USING WS-PURGE-REQUEST
                           WS-CTR-LAST-KEY-LIT WS-PURGED-COUNT
                           WS-PURGE-STATUS
               END-IF
           END-IF.

       0100-READ-RESERVATION-REQUEST.
      *    A block-reservation request card on CTRRSVIN switches the
      *    run from minting a single value to reserving a contiguous
      *    CTRRECON's document-number reconciliation (req 008) has
      *    real issuance data to check against for ongoing production
      *    and not just CTRCONV's one-time migration snapshot.
      *    The formatted number rides alongside the bare one; a
      *    series with no format definition (status NF) simply
      *    carries spaces there.
           MOVE SPACES TO CTR-EXTRACT-RECORD-NEW
           MOVE WS-DATA TO EXTR-DOC-NUMBER
           MOVE WS-RUN-DATE TO EXTR-DOC-DATE
           MOVE WS-SERIES-GEN TO EXTR-SERIES-GEN
           MOVE WS-RUN-REQUESTER TO EXTR-REQUESTER
           MOVE "FORMAT" TO WS-FMT-REQUEST
           CALL "CTRFMTN" USING WS-FMT-REQUEST WS-CTR-LAST-KEY-LIT
                   WS-DATA WS-SERIES-GEN WS-RUN-DATE WS-FMT-NUMBER
                   WS-FMT-STATUS
           MOVE WS-FMT-NUMBER TO EXTR-FORMATTED-NUMBER
           WRITE CTR-EXTRACT-RECORD-NEW.

       2080-ALLOCATE-RESERVED-BLOCK.
           MOVE FUNCTION CURRENT-DATE TO AUD-RUN-TIMESTAMP
           MOVE WS-DATA-HWM TO AUD-COUNTER-VALUE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-TABLE-ID
           MOVE SPACES TO AUD-TABLE-KEY
           WRITE CTR-AUDIT-RECORD.

       9000-TERMINATE.
