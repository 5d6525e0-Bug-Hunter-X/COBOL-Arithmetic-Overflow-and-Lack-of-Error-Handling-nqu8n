      *                   NF - counter id not on the table            *
      *                   OV - counter at ceiling, or the block does  *
      *                        not fit under it - nothing issued      *
      *                   FZ - series FROZEN on CTRLIFF - nothing     *
      *                        issued until it is resumed             *
      *                   RT - series RETIRED on CTRLIFF - nothing    *
      *                        will be issued from it again           *
      *                   IO - counter table unavailable              *
      *                   LK - counter masters locked by another      *
      *                        updater for longer than the            *
      *                        requester's CTRLWTF wait policy        *
      *                        allows, retry after it completes      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRNEXT.
       01  WS-ALERT-SEVERITY           PIC X(4).
       01  WS-LOCK-REQUEST             PIC X(8).
       01  WS-LOCK-STATUS-CODE         PIC XX.
      *    The lock is taken in the requesting job's name when the
      *    caller gives one, so the lock record, the CTRLWTF wait
      *    policy and the CTRLCNF contention log all name the
      *    application actually minting rather than CTRNEXT.
       01  WS-LOCK-JOB-NAME            PIC X(8).

      *    Early-warning tiers, per-counter configurable on CTRTHRF
      *    with compiled-in 80/90 defaults - loaded once on the
       01  WS-JRN-BEFORE-IMAGE         PIC X(47).
       01  WS-JRN-AFTER-IMAGE          PIC X(47).

      *    Series lifecycle (CTRLIFE), asked under the lock on every
      *    call so a FREEZE keyed mid-run stops the next request.  A
      *    frozen or retired series is refused with its own status -
      *    it is not issuing, which is not the same as exhausted, and
      *    must neither flag overflow nor page anyone.
           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8) VALUE "STATE".
       01  WS-LCY-IN-FORCE             PIC X(8).
           88  WS-LCY-IN-FORCE-ACTIVE        VALUE "ACTIVE".
           88  WS-LCY-IN-FORCE-FROZEN        VALUE "FROZEN".
       01  WS-LCY-STATUS               PIC XX.
       01  WS-PURGE-REQUEST            PIC X(8) VALUE "PURGE".
       01  WS-PURGED-COUNT             PIC 9(4).
       01  WS-PURGE-STATUS             PIC XX.

       LINKAGE SECTION.
       01  LK-COUNTER-ID               PIC X(08).
       01  LK-NEXT-VALUE               PIC 9(09).
      *    each mint runs under the shared counter-master lock -
      *    held only for the moment of the read/rewrite, and never
      *    while the caller does its own work.
           IF LK-REQUESTER = SPACES
               MOVE WS-JOB-NAME TO WS-LOCK-JOB-NAME
           ELSE
               MOVE LK-REQUESTER TO WS-LOCK-JOB-NAME
           END-IF
           MOVE "ACQUIRE" TO WS-LOCK-REQUEST
           CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-LOCK-JOB-NAME
                   WS-LOCK-STATUS-CODE
           IF WS-LOCK-STATUS-CODE NOT = "00"
               MOVE "LK" TO LK-STATUS-CODE
                   DISPLAY "CTRNEXT: counter " LK-COUNTER-ID
                           " not on the counter table"
               ELSE
                   PERFORM 2500-CHECK-SERIES-STATE
                   IF WS-LCY-IN-FORCE-ACTIVE
                       PERFORM 3000-ISSUE-NEXT-VALUE
                   END-IF
               END-IF
               CLOSE CTR-COUNTER-FILE
           END-IF
           MOVE "RELEASE" TO WS-LOCK-REQUEST
           CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-LOCK-JOB-NAME
                   WS-LOCK-STATUS-CODE
           GOBACK.

               END-READ
           END-PERFORM.

       2500-CHECK-SERIES-STATE.
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE LK-COUNTER-ID TO LCY-COUNTER-ID
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           IF NOT WS-LCY-IN-FORCE-ACTIVE
               IF WS-LCY-IN-FORCE-FROZEN
                   MOVE "FZ" TO LK-STATUS-CODE
               ELSE
      *            A retirement keyed ahead of its effective date
      *            left the series' reuse pool rows in place - they
      *            go on the first request after it takes effect.
                   MOVE "RT" TO LK-STATUS-CODE
                   CALL "CTRPPURG" USING WS-PURGE-REQUEST
                           LK-COUNTER-ID WS-PURGED-COUNT
                           WS-PURGE-STATUS
               END-IF
               DISPLAY "CTRNEXT: counter " LK-COUNTER-ID " is "
                       WS-LCY-IN-FORCE " - nothing issued"
           END-IF.

       3000-ISSUE-NEXT-VALUE.
      *    A block is always contiguous and fresh, so only a
      *    single-value request consults the reuse pool.
