      *                 resets or adds a counter by id - so operations*
      *                 no longer need a separate hand-rolled         *
      *                 WS-DATA-style field for every new series.     *
      *                 A RESET needs the operator to hold RESET      *
      *                 authority on CTROPRF (CTRAUTH).  A ROLL is    *
      *                 dual-controlled: it needs ROLL authority and  *
      *                 is only staged on CTRPENDF; each run first    *
      *                 applies the named-series ROLLs a second       *
      *                 operator has since APPROVED through CTRAPPR.  *
      *                 FREEZE, RESUME and RETIRE set a series'       *
      *                 lifecycle state on CTRLIFF through CTRLIFE -  *
      *                 WSDATA included, though it has no row on the  *
      *                 table.  FREEZE and RESUME need RESET          *
      *                 authority; RETIRE needs ROLL authority, and a *
      *                 retirement in force is final.  A BUMP of a    *
      *                 frozen or retired series, and a ROLL of a     *
      *                 retired one, are refused.                     *
      *                 PARM=PREVIEW runs every rule against the      *
      *                 table as read and prints what the run would   *
      *                 do on the CTRMNTPV listing instead - nothing  *
      *                 is written to the table, pool, journal,       *
      *                 audit, history, suspense or CTRPENDF, and the *
      *                 lock is released as soon as the table is read.*
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CTR-PREVIEW-FILE ASSIGN TO "CTRMNTPV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-COUNTER-FILE.
      *    spurious extra transaction.  The reason lands in the
      *    trailing FILLER and is ignored.
       01  CTR-MAINT-TXN-EXT.
           05  FILLER                  PIC X(48).
           05  FILLER                  PIC X(08).

       FD  CTR-AUDIT-FILE.
       FD  CTR-HIST-FILE.
           COPY CTRHIST.

      *    The suspense row is built in working storage (CTRMNTS
      *    below) so a preview run can report the reason code
      *    without the suspense file ever being opened.
       FD  CTR-MAINT-SUSP-FILE.
       01  CTR-MAINT-SUSP-LINE         PIC X(56).

       FD  CTR-PREVIEW-FILE.
       01  CTR-PREVIEW-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTR-TAB-RRN              PIC 9(4) VALUE 0.
       01  WS-CTR-TAB-STATUS           PIC XX.
           88  WS-CTR-TAB-OK                 VALUE "00".
           88  WS-CTR-TAB-EOF                 VALUE "10".
      *    Whether the preview's OPEN INPUT found a table to close.
       01  WS-CTR-TAB-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-CTR-TAB-OPENED             VALUE "Y".
       01  WS-TXN-STATUS               PIC XX.
           88  WS-TXN-OK                     VALUE "00".
           88  WS-TXN-EOF                    VALUE "10".
       01  WS-LOCK-REQUEST             PIC X(8).
       01  WS-LOCK-STATUS-CODE         PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-PREVIEW-STATUS           PIC XX.
       01  WS-TXN-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-TXN-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-TXN-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-TXN-STAGED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ROLL-APPLIED-COUNT       PIC 9(5) VALUE 0.

       01  WS-COUNTER-COUNT            PIC 9(4) VALUE 0.
       01  WS-MAX-COUNTERS             PIC 9(4) VALUE 200.
       01  WS-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-FIND-COUNTER-ID          PIC X(08).

       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 200 TIMES
       01  WS-JRN-BEFORE-IMAGE         PIC X(47).
       01  WS-JRN-AFTER-IMAGE          PIC X(47).

       01  WS-PURGE-REQUEST            PIC X(8) VALUE "PURGE".
       01  WS-PURGED-COUNT             PIC 9(4).
       01  WS-PURGE-STATUS             PIC XX.

      *    Operator authority and the maker-checker file.  The roll
      *    being applied comes from an approved CTRPENDF item; the
      *    audit operator is the card's operator for work keyed this
      *    run and the staging (maker) operator for an approved roll.
       01  WS-AUTH-ACTION              PIC X(8).
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-AUDIT-OPERATOR-ID        PIC X(08).
       01  WS-APPLY-NEW-VALUE          PIC 9(09).
       01  WS-WSDATA-ID                PIC X(8) VALUE "WSDATA".

      *    Series lifecycle register, through the shared CTRLIFE
      *    keeper.  The state in force is the one that applies on
      *    the processing date; LCY-STATE may name a change keyed
      *    ahead of its effective date.
           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8).
       01  WS-LCY-IN-FORCE             PIC X(8).
           88  WS-LCY-IN-FORCE-ACTIVE        VALUE "ACTIVE".
           88  WS-LCY-IN-FORCE-RETIRED       VALUE "RETIRED".
       01  WS-LCY-STATUS               PIC XX.
       01  WS-LCY-TARGET               PIC X(8).
       01  WS-LCY-EFFECTIVE-DATE       PIC X(8).
       01  WS-LCY-EFFECTIVE-DATE-N REDEFINES WS-LCY-EFFECTIVE-DATE
                                       PIC 9(8).
       01  WS-LCY-DATE-SWITCH          PIC X VALUE "Y".
           88  WS-LCY-DATE-OK                VALUE "Y".

           COPY CTRPEND.

       01  WS-PND-REQUEST              PIC X(8).
       01  WS-PND-STATUS-CODE          PIC XX.
       01  WS-APPR-SCAN-SWITCH         PIC X VALUE "N".
           88  WS-APPR-SCAN-DONE             VALUE "Y".
       01  WS-LAST-ITEM-ID             PIC 9(06) VALUE 0.

           COPY CTRMNTS.

      *    Run mode from the EXEC PARM (CTRRUNM).  In a preview the
      *    in-memory table is still updated as each transaction is
      *    taken, so later transactions in the batch are judged
      *    against what the earlier ones would have left.
      *    A failure part-way through is held here, not in
      *    RETURN-CODE, which each CALLed module resets on return.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE "N".
           88  WS-RUN-FAILED                 VALUE "Y".
       01  WS-RUN-MODE                 PIC X(8).
           88  WS-PREVIEW-MODE               VALUE "PREVIEW".
       01  WS-RUN-MODE-STATUS          PIC XX.
       01  WS-DETAIL-LINE              PIC X(132).
       01  WS-PRV-ACTION               PIC X(08).
       01  WS-PRV-OUTCOME              PIC X(08).
       01  WS-PRV-NOTE                 PIC X(59).
       01  WS-PRV-LAPSE-TEXT           PIC X(27).
       01  WS-PRV-NOTE-PTR             PIC 9(3).
       01  WS-PRV-BEFORE-VALUE         PIC 9(09).
       01  WS-PRV-BEFORE-SWITCH        PIC X VALUE "N".
           88  WS-PRV-BEFORE-KNOWN           VALUE "Y".
       01  WS-PRV-HEADROOM             PIC 9(09).
       01  WS-PRV-VALUE                PIC 9(09).
       01  WS-PRV-NEW-GEN              PIC 9(04).
      *    ROLLs this preview would stage, so a second ROLL of the
      *    same series in the batch meets the PENDING refusal the
      *    live run's first staging would cause.
       01  WS-PRV-STAGED-COUNT         PIC 9(4) VALUE 0.
       01  WS-PRV-STAGED-TABLE.
           05  WS-PRV-STAGED-ID-T OCCURS 200 TIMES
                   INDEXED BY WS-PRV-STG-IDX
                                       PIC X(08).
       01  WS-PRV-STAGED-SWITCH        PIC X VALUE "N".
           88  WS-PRV-STAGED-ALREADY         VALUE "Y".
      *    Lifecycle changes this preview would record, so a later
      *    card in the batch is judged against the state the live
      *    run would have left on CTRLIFF.
       01  WS-PRV-LCY-COUNT            PIC 9(4) VALUE 0.
       01  WS-PRV-LCY-TABLE.
           05  WS-PRV-LCY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PRV-LCY-IDX.
               10  WS-PRV-LCY-ID-T     PIC X(08).
               10  WS-PRV-LCY-STATE-T  PIC X(08).
               10  WS-PRV-LCY-FORCE-T  PIC X(08).
       01  WS-PRV-LCY-SWITCH           PIC X VALUE "N".
           88  WS-PRV-LCY-FOUND              VALUE "Y".

           COPY CTRPRVW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           CALL "CTRRUNM" USING WS-RUN-MODE WS-RUN-MODE-STATUS
           IF WS-RUN-MODE-STATUS NOT = "00"
               DISPLAY "CTRMNT: PARM not recognized, no maintenance "
                       "applied"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PREVIEW-MODE
               MOVE "COUNT" TO WS-PURGE-REQUEST
           END-IF
      *    The whole counter table sits in working storage from
      *    1000-LOAD-COUNTER-TABLE until 3000-SAVE-COUNTER-TABLE, the
      *    widest window of the three updaters - so the counter-
      *    master lock is held across all of it and a concurrent
      *    WSCTRUPD or CTRRESET fails fast instead of having its
      *    rewrite silently overwritten at this job's close.  A
      *    preview saves nothing, so it holds the lock for the read
      *    alone.
           MOVE "ACQUIRE" TO WS-LOCK-REQUEST
           CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                   WS-LOCK-STATUS-CODE
           END-IF
           CALL "CTRBDATE" USING WS-RUN-DATE
           PERFORM 1000-LOAD-COUNTER-TABLE
           IF WS-PREVIEW-MODE
               IF WS-CTR-TAB-OPENED
                   CLOSE CTR-COUNTER-FILE
               END-IF
               MOVE "RELEASE" TO WS-LOCK-REQUEST
               CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                       WS-LOCK-STATUS-CODE
               PERFORM 2000-PROCESS-TRANSACTIONS
               DISPLAY "CTRMNT: PREVIEW run - nothing was applied, "
                       "the CTRMNTPV listing shows what would be"
           ELSE
               PERFORM 2000-PROCESS-TRANSACTIONS
               PERFORM 3000-SAVE-COUNTER-TABLE
               CLOSE CTR-COUNTER-FILE
               MOVE "RELEASE" TO WS-LOCK-REQUEST
               CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                       WS-LOCK-STATUS-CODE
               DISPLAY "CTRMNT: read " WS-TXN-READ-COUNT
                       " transaction(s), applied " WS-TXN-APPLIED-COUNT
                       ", rejected " WS-TXN-REJECT-COUNT
                       " to CTRMNTSP suspense, staged "
                       WS-TXN-STAGED-COUNT " for approval"
               DISPLAY "CTRMNT: applied " WS-ROLL-APPLIED-COUNT
                       " approved ROLL item(s) from CTRPENDF"
           END-IF
           IF WS-TXN-REJECT-COUNT > 0 AND RETURN-CODE < 4
      *        A half-applied batch must not end clean - correct the
      *        CTRMNTSP suspense file and resubmit it as CTRMNTIN
      *        (the trailing reason code is ignored on the way back
      *        in) instead of rekeying the whole batch.
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-COUNTER-TABLE.
           IF WS-PREVIEW-MODE
               OPEN INPUT CTR-COUNTER-FILE
               IF NOT WS-CTR-TAB-OK
                   DISPLAY "CTRMNT: no counter table, previewing "
                           "against an empty one"
                   MOVE "10" TO WS-CTR-TAB-STATUS
               ELSE
                   SET WS-CTR-TAB-OPENED TO TRUE
               END-IF
           ELSE
               OPEN I-O CTR-COUNTER-FILE
               IF NOT WS-CTR-TAB-OK
                   OPEN OUTPUT CTR-COUNTER-FILE
                   CLOSE CTR-COUNTER-FILE
                   OPEN I-O CTR-COUNTER-FILE
                   DISPLAY "CTRMNT: starting a new, empty counter "
                           "table"
               END-IF
           END-IF
           PERFORM UNTIL WS-CTR-TAB-EOF
               READ CTR-COUNTER-FILE NEXT RECORD

       2000-PROCESS-TRANSACTIONS.
           OPEN INPUT CTR-MAINT-TXN-FILE
           IF WS-PREVIEW-MODE
               PERFORM 5000-OPEN-PREVIEW-LISTING
           ELSE
               OPEN EXTEND CTR-AUDIT-FILE
               IF NOT WS-CTR-AUD-STATUS = "00"
                   OPEN OUTPUT CTR-AUDIT-FILE
               END-IF
               OPEN EXTEND CTR-HIST-FILE
               IF NOT WS-CTR-HIST-STATUS = "00"
                   OPEN OUTPUT CTR-HIST-FILE
               END-IF
               OPEN OUTPUT CTR-MAINT-SUSP-FILE
           END-IF
           PERFORM 2050-APPLY-APPROVED-ROLLS
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF
                   READ CTR-MAINT-TXN-FILE
               DISPLAY "CTRMNT: no CTRMNTIN transactions found"
           END-IF
           CLOSE CTR-MAINT-TXN-FILE
           IF WS-PREVIEW-MODE
               PERFORM 5800-CLOSE-PREVIEW-LISTING
           ELSE
               CLOSE CTR-AUDIT-FILE
               CLOSE CTR-HIST-FILE
               CLOSE CTR-MAINT-SUSP-FILE
           END-IF.

       2050-APPLY-APPROVED-ROLLS.
      *    Named-series rollovers approved since the last run.  The
      *    WS-DATA series' items belong to CTRRESET and are left for
      *    it; an item whose counter is no longer on the table, or
      *    whose series has been RETIRED since it was staged, is
      *    marked LAPSED instead of APPLIED.  A preview lists each
      *    item and leaves it APPROVED.
           MOVE 0 TO WS-LAST-ITEM-ID
           MOVE "N" TO WS-APPR-SCAN-SWITCH
           PERFORM UNTIL WS-APPR-SCAN-DONE
               MOVE SPACES TO CTR-PENDING-RECORD
               MOVE WS-LAST-ITEM-ID TO PEND-ITEM-ID
               MOVE "NEXTAPPR" TO WS-PND-REQUEST
               CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                       WS-PND-STATUS-CODE
               IF WS-PND-STATUS-CODE NOT = "00"
                   SET WS-APPR-SCAN-DONE TO TRUE
               ELSE
                   MOVE PEND-ITEM-ID TO WS-LAST-ITEM-ID
                   IF PEND-ACTION-ROLL
                       AND PEND-COUNTER-ID NOT = WS-WSDATA-ID
                       PERFORM 2060-APPLY-APPROVED-ROLL
                   END-IF
               END-IF
           END-PERFORM.

       2060-APPLY-APPROVED-ROLL.
           MOVE PEND-COUNTER-ID TO WS-FIND-COUNTER-ID
           PERFORM 2110-FIND-COUNTER
           MOVE "ROLL" TO WS-PRV-ACTION
           MOVE "APPLY" TO WS-PRV-OUTCOME
           MOVE SPACES TO WS-PRV-NOTE
           MOVE "ACTIVE" TO WS-LCY-IN-FORCE
           IF WS-FOUND
               PERFORM 2440-GET-SERIES-STATE
           END-IF
           IF WS-FOUND AND NOT WS-LCY-IN-FORCE-RETIRED
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX)
                   TO WS-PRV-BEFORE-VALUE
               MOVE "Y" TO WS-PRV-BEFORE-SWITCH
               DISPLAY "CTRMNT: applying item " PEND-ITEM-ID
                       " ROLL of " PEND-COUNTER-ID " staged by "
                       PEND-MAKER-ID " approved by " PEND-CHECKER-ID
               MOVE PEND-NEW-VALUE TO WS-APPLY-NEW-VALUE
               MOVE PEND-MAKER-ID TO WS-AUDIT-OPERATOR-ID
               PERFORM 2560-APPLY-ROLL
               ADD 1 TO WS-ROLL-APPLIED-COUNT
               SET PEND-APPLIED TO TRUE
           ELSE
               IF WS-FOUND
                   DISPLAY "CTRMNT: item " PEND-ITEM-ID " ROLL of "
                           PEND-COUNTER-ID " lapsed, series RETIRED"
                   MOVE " - SERIES RETIRED" TO WS-PRV-LAPSE-TEXT
               ELSE
                   DISPLAY "CTRMNT: item " PEND-ITEM-ID " ROLL of "
                           PEND-COUNTER-ID " lapsed, counter not found"
                   MOVE " - COUNTER NOT ON THE TABLE"
                       TO WS-PRV-LAPSE-TEXT
               END-IF
               SET PEND-LAPSED TO TRUE
               IF WS-PREVIEW-MODE
                   MOVE "LAPSE" TO WS-PRV-OUTCOME
                   STRING "ITEM " DELIMITED BY SIZE
                          PEND-ITEM-ID DELIMITED BY SIZE
                          WS-PRV-LAPSE-TEXT DELIMITED BY SIZE
                          INTO WS-PRV-NOTE
                   MOVE SPACES TO CTR-MAINT-SUSP-RECORD
                   PERFORM 5200-WRITE-PREVIEW-REFUSAL
               END-IF
           END-IF
           IF NOT WS-PREVIEW-MODE
               MOVE "UPDATE" TO WS-PND-REQUEST
               CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                       WS-PND-STATUS-CODE
               IF WS-PND-STATUS-CODE NOT = "00"
                   DISPLAY "CTRMNT: item " PEND-ITEM-ID " not marked "
                           PEND-STATUS ", CTRPENDF status "
                           WS-PND-STATUS-CODE
                           " - mark it before the next run"
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       2100-APPLY-TRANSACTION.
           MOVE MTXN-COUNTER-ID TO WS-FIND-COUNTER-ID
           MOVE MTXN-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           PERFORM 2110-FIND-COUNTER
           MOVE MTXN-ACTION TO WS-PRV-ACTION
           MOVE "CHANGE" TO WS-PRV-OUTCOME
           MOVE SPACES TO WS-PRV-NOTE
           IF WS-FOUND
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX)
                   TO WS-PRV-BEFORE-VALUE
               MOVE "Y" TO WS-PRV-BEFORE-SWITCH
           ELSE
               MOVE "N" TO WS-PRV-BEFORE-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN MTXN-IS-LOOKUP
                   PERFORM 2200-DO-LOOKUP
                   PERFORM 2500-DO-ADD
               WHEN MTXN-IS-ROLL
                   PERFORM 2550-DO-ROLL
               WHEN MTXN-IS-LIFECYCLE
                   PERFORM 2450-DO-LIFECYCLE
               WHEN OTHER
                   DISPLAY "CTRMNT: unknown action " MTXN-ACTION
                           " for counter " MTXN-COUNTER-ID
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
                      OR WS-FOUND
               IF WS-CTR-ID-T (WS-CTR-IDX) = WS-FIND-COUNTER-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
                       WS-CTR-OVERFLOW-T (WS-CTR-IDX) " generation="
                       WS-CTR-GEN-T (WS-CTR-IDX)
               ADD 1 TO WS-TXN-APPLIED-COUNT
               IF WS-PREVIEW-MODE
                   MOVE "NOCHANGE" TO WS-PRV-OUTCOME
                   PERFORM 5100-WRITE-PREVIEW-CHANGE
               END-IF
           ELSE
               DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                       " not found"
               SET SUSP-NOT-FOUND TO TRUE
               PERFORM 2900-WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM 2440-GET-SERIES-STATE
               EVALUATE TRUE
                   WHEN NOT WS-LCY-IN-FORCE-ACTIVE
      *                A series that is not issuing is refused as
      *                such - not left to trip its overflow flag.
                       DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                               " is " WS-LCY-IN-FORCE ", not bumped"
                       IF WS-LCY-IN-FORCE-RETIRED
                           SET SUSP-SERIES-RETIRED TO TRUE
                       ELSE
                           SET SUSP-SERIES-FROZEN TO TRUE
                       END-IF
                       PERFORM 2900-WRITE-SUSPENSE-RECORD
                   WHEN WS-CTR-CURRENT-T (WS-CTR-IDX) >=
                           WS-CTR-MAX-T (WS-CTR-IDX)
                       MOVE 1 TO WS-CTR-OVERFLOW-T (WS-CTR-IDX)
                       DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                               " at maximum, not bumped"
                       PERFORM 2600-WRITE-AUDIT-OVERFLOW
                       SET SUSP-AT-MAXIMUM TO TRUE
                       PERFORM 2900-WRITE-SUSPENSE-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-CTR-CURRENT-T (WS-CTR-IDX)
                       PERFORM 2800-WRITE-HISTORY-ROW
                       ADD 1 TO WS-TXN-APPLIED-COUNT
               END-EVALUATE
           END-IF.

       2400-DO-RESET.
           IF NOT WS-FOUND
               DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                       " not found, cannot reset"
               SET SUSP-NOT-FOUND TO TRUE
               PERFORM 2900-WRITE-SUSPENSE-RECORD
           ELSE
               MOVE "RESET" TO WS-AUTH-ACTION
               CALL "CTRAUTH" USING MTXN-OPERATOR-ID WS-AUTH-ACTION
                       WS-AUTH-STATUS
               IF WS-AUTH-STATUS NOT = "00"
                   DISPLAY "CTRMNT: operator " MTXN-OPERATOR-ID
                           " not authorized to reset "
                           MTXN-COUNTER-ID " (status "
                           WS-AUTH-STATUS ")"
                   SET SUSP-NOT-AUTHORIZED TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               ELSE
                   MOVE MTXN-NEW-VALUE
                       TO WS-CTR-CURRENT-T (WS-CTR-IDX)
                   MOVE 0 TO WS-CTR-OVERFLOW-T (WS-CTR-IDX)
                   PERFORM 2700-WRITE-AUDIT-RESET
                   PERFORM 2800-WRITE-HISTORY-ROW
                   ADD 1 TO WS-TXN-APPLIED-COUNT
               END-IF
           END-IF.

       2440-GET-SERIES-STATE.
      *    The state of WS-FIND-COUNTER-ID in force on the processing
      *    date.  A preview overlays what earlier cards in the batch
      *    would have recorded.
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE WS-FIND-COUNTER-ID TO LCY-COUNTER-ID
           MOVE "STATE" TO WS-LCY-REQUEST
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           IF WS-PREVIEW-MODE
               PERFORM 5610-FIND-PREVIEW-STATE
               IF WS-PRV-LCY-FOUND
                   MOVE WS-PRV-LCY-STATE-T (WS-PRV-LCY-IDX)
                       TO LCY-STATE
                   MOVE WS-PRV-LCY-FORCE-T (WS-PRV-LCY-IDX)
                       TO WS-LCY-IN-FORCE
               END-IF
           END-IF.

       2450-DO-LIFECYCLE.
      *    The state lives on CTRLIFF rather than on the table, so
      *    WSDATA - otherwise WSCTRUPD's and CTRRESET's - is frozen
      *    or retired here like any named series.  RETIRE cannot be
      *    undone once in force, so it asks for ROLL authority.
           EVALUATE TRUE
               WHEN MTXN-IS-FREEZE
                   MOVE "FROZEN" TO WS-LCY-TARGET
                   MOVE "RESET" TO WS-AUTH-ACTION
               WHEN MTXN-IS-RESUME
                   MOVE "ACTIVE" TO WS-LCY-TARGET
                   MOVE "RESET" TO WS-AUTH-ACTION
               WHEN OTHER
                   MOVE "RETIRED" TO WS-LCY-TARGET
                   MOVE "ROLL" TO WS-AUTH-ACTION
           END-EVALUATE
           IF MTXN-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-LCY-EFFECTIVE-DATE
           ELSE
               MOVE MTXN-EFFECTIVE-DATE TO WS-LCY-EFFECTIVE-DATE
           END-IF
           IF NOT WS-FOUND AND MTXN-COUNTER-ID NOT = WS-WSDATA-ID
               DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                       " not found, cannot " MTXN-ACTION
               SET SUSP-NOT-FOUND TO TRUE
               PERFORM 2900-WRITE-SUSPENSE-RECORD
           ELSE
               CALL "CTRAUTH" USING MTXN-OPERATOR-ID WS-AUTH-ACTION
                       WS-AUTH-STATUS
               IF WS-AUTH-STATUS NOT = "00"
                   DISPLAY "CTRMNT: operator " MTXN-OPERATOR-ID
                           " not authorized to " MTXN-ACTION " "
                           MTXN-COUNTER-ID " (status "
                           WS-AUTH-STATUS ")"
                   SET SUSP-NOT-AUTHORIZED TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               ELSE
                   PERFORM 2460-CHECK-EFFECTIVE-DATE
                   PERFORM 2440-GET-SERIES-STATE
                   EVALUATE TRUE
                       WHEN NOT WS-LCY-DATE-OK
                           DISPLAY "CTRMNT: effective date "
                                   MTXN-EFFECTIVE-DATE " for "
                                   MTXN-COUNTER-ID " is not a date "
                                   "on or after " WS-RUN-DATE
                           SET SUSP-BAD-DATE TO TRUE
                           PERFORM 2900-WRITE-SUSPENSE-RECORD
                       WHEN WS-LCY-IN-FORCE-RETIRED
                           DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                                   " is RETIRED, retirement is final"
                           SET SUSP-SERIES-RETIRED TO TRUE
                           PERFORM 2900-WRITE-SUSPENSE-RECORD
      *                Keying the state already in force is refused
      *                unless it cancels a different change keyed
      *                ahead of its effective date.
                       WHEN WS-LCY-TARGET = WS-LCY-IN-FORCE
                           AND LCY-STATE = WS-LCY-IN-FORCE
                           DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                                   " is already " WS-LCY-IN-FORCE
                           SET SUSP-SAME-STATE TO TRUE
                           PERFORM 2900-WRITE-SUSPENSE-RECORD
                       WHEN OTHER
                           PERFORM 2470-RECORD-LIFECYCLE-CHANGE
                   END-EVALUATE
               END-IF
           END-IF.

       2460-CHECK-EFFECTIVE-DATE.
           MOVE "Y" TO WS-LCY-DATE-SWITCH
           IF WS-LCY-EFFECTIVE-DATE NOT NUMERIC
               MOVE "N" TO WS-LCY-DATE-SWITCH
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-LCY-EFFECTIVE-DATE-N)
                       NOT = 0
                   OR WS-LCY-EFFECTIVE-DATE < WS-RUN-DATE
                   MOVE "N" TO WS-LCY-DATE-SWITCH
               END-IF
           END-IF.

       2470-RECORD-LIFECYCLE-CHANGE.
      *    A retirement in force from today drops the series' reuse
      *    pool rows now; one keyed ahead leaves them until the
      *    series is first asked for after the effective date.
           IF WS-PREVIEW-MODE
               PERFORM 5600-PREVIEW-LIFECYCLE
           ELSE
               MOVE SPACES TO CTR-LIFECYCLE-RECORD
               MOVE MTXN-COUNTER-ID TO LCY-COUNTER-ID
               MOVE WS-LCY-TARGET TO LCY-STATE
               MOVE WS-LCY-EFFECTIVE-DATE TO LCY-EFFECTIVE-DATE
               MOVE MTXN-OPERATOR-ID TO LCY-OPERATOR-ID
               MOVE "SET" TO WS-LCY-REQUEST
               CALL "CTRLIFE" USING WS-LCY-REQUEST
                       CTR-LIFECYCLE-RECORD WS-LCY-IN-FORCE
                       WS-LCY-STATUS
               IF WS-LCY-STATUS NOT = "00"
                   DISPLAY "CTRMNT: " MTXN-ACTION " of "
                           MTXN-COUNTER-ID " not recorded, CTRLIFF "
                           "status " WS-LCY-STATUS
                   SET SUSP-NOT-SAVED TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               ELSE
                   PERFORM 2650-WRITE-AUDIT-LIFECYCLE
                   ADD 1 TO WS-TXN-APPLIED-COUNT
                   DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                           " " WS-LCY-TARGET " from "
                           WS-LCY-EFFECTIVE-DATE " by "
                           MTXN-OPERATOR-ID
                   IF WS-LCY-IN-FORCE-RETIRED
                       PERFORM 2480-PURGE-RETIRED-POOL
                   END-IF
               END-IF
           END-IF.

       2480-PURGE-RETIRED-POOL.
           CALL "CTRPPURG" USING WS-PURGE-REQUEST MTXN-COUNTER-ID
                   WS-PURGED-COUNT WS-PURGE-STATUS
           IF WS-PURGE-STATUS NOT = "00"
               DISPLAY "CTRMNT: reuse pool could not be purged "
                       "- entries for " MTXN-COUNTER-ID
                       " remain until CTRPOOL drops them"
           ELSE
               IF WS-PURGED-COUNT > 0
                   DISPLAY "CTRMNT: dropped " WS-PURGED-COUNT
                           " reuse pool entr(ies) for retired "
                           MTXN-COUNTER-ID
               END-IF
           END-IF.

       2500-DO-ADD.
           END-IF.

       2550-DO-ROLL.
      *    A rollover is not applied as keyed: with the operator's
      *    ROLL authority proved it is staged on CTRPENDF, and the
      *    run after a second operator approves it applies it
      *    through 2560-APPLY-ROLL.
           IF NOT WS-FOUND
               DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                       " not found, cannot roll over"
               SET SUSP-NOT-FOUND TO TRUE
               PERFORM 2900-WRITE-SUSPENSE-RECORD
           ELSE
      *        A retired series will never issue again, so there is
      *        nothing to roll over - refused before it is staged.
               PERFORM 2440-GET-SERIES-STATE
               IF WS-LCY-IN-FORCE-RETIRED
                   DISPLAY "CTRMNT: counter " MTXN-COUNTER-ID
                           " is RETIRED, not rolled over"
                   SET SUSP-SERIES-RETIRED TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               ELSE
                   MOVE "ROLL" TO WS-AUTH-ACTION
                   CALL "CTRAUTH" USING MTXN-OPERATOR-ID
                           WS-AUTH-ACTION WS-AUTH-STATUS
                   IF WS-AUTH-STATUS NOT = "00"
                       DISPLAY "CTRMNT: operator " MTXN-OPERATOR-ID
                               " not authorized to roll over "
                               MTXN-COUNTER-ID " (status "
                               WS-AUTH-STATUS ")"
                       SET SUSP-NOT-AUTHORIZED TO TRUE
                       PERFORM 2900-WRITE-SUSPENSE-RECORD
                   ELSE
                       PERFORM 2555-STAGE-ROLL
                   END-IF
               END-IF
           END-IF.

       2555-STAGE-ROLL.
      *    A preview only asks CTRPNDG whether the ROLL would be a
      *    duplicate (CHECK); nothing is staged.
           MOVE SPACES TO CTR-PENDING-RECORD
           SET PEND-ACTION-ROLL TO TRUE
           MOVE MTXN-COUNTER-ID TO PEND-COUNTER-ID
           MOVE MTXN-NEW-VALUE TO PEND-NEW-VALUE
           MOVE MTXN-OPERATOR-ID TO PEND-MAKER-ID
           IF WS-PREVIEW-MODE
               MOVE "CHECK" TO WS-PND-REQUEST
           ELSE
               MOVE "STAGE" TO WS-PND-REQUEST
           END-IF
           CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                   WS-PND-STATUS-CODE
           EVALUATE WS-PND-STATUS-CODE
               WHEN "00"
                   IF WS-PREVIEW-MODE
                       PERFORM 5300-PREVIEW-STAGE-ROLL
                   ELSE
                       ADD 1 TO WS-TXN-STAGED-COUNT
                       DISPLAY "CTRMNT: ROLL of " MTXN-COUNTER-ID
                               " staged as item " PEND-ITEM-ID
                               " - awaiting approval by a second "
                               "operator"
                   END-IF
               WHEN "DP"
                   DISPLAY "CTRMNT: ROLL of " MTXN-COUNTER-ID
                           " is already " PEND-STATUS " as item "
                           PEND-ITEM-ID
                   SET SUSP-ALREADY-PENDING TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   DISPLAY "CTRMNT: ROLL of " MTXN-COUNTER-ID
                           " could not be staged, CTRPENDF status "
                           WS-PND-STATUS-CODE
                   SET SUSP-NOT-STAGED TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
           END-EVALUATE.

       2560-APPLY-ROLL.
      *    The formal series rollover: the generation suffix is
      *    bumped and the current value restarts at the approved
      *    new value.  From here on the reused range is a new
      *    generation - CTRRECON reconciles it independently and
      *    downstream never confuses its numbers with the last
      *    pass's.  Audited as a RESET event, since that is what it
      *    is to the value itself.
      *    Values sitting on the reuse pool were freed below the
      *    OLD generation's high-water mark - recycled into the
      *    new generation they would be minted a second time
      *    when the restarted counter walks back up to them, so
      *    the rolled series' pool rows are dropped before the
      *    generation is bumped (the same collision CTRVOID's
      *    OLDGEN refusal closes off on the void path).
           CALL "CTRPPURG" USING WS-PURGE-REQUEST WS-FIND-COUNTER-ID
                   WS-PURGED-COUNT WS-PURGE-STATUS
           IF WS-PURGE-STATUS NOT = "00"
               DISPLAY "CTRMNT: reuse pool could not be purged "
                       "- old-generation entries for "
                       WS-FIND-COUNTER-ID
                       " remain, clear them before recycling"
           ELSE
               IF WS-PURGED-COUNT > 0 AND NOT WS-PREVIEW-MODE
                   DISPLAY "CTRMNT: dropped " WS-PURGED-COUNT
                           " old-generation reuse pool "
                           "entr(ies) for " WS-FIND-COUNTER-ID
               END-IF
           END-IF
           IF WS-PREVIEW-MODE
               PERFORM 5400-NOTE-ROLL-POOL-DROP
           END-IF
           ADD 1 TO WS-CTR-GEN-T (WS-CTR-IDX)
           MOVE WS-APPLY-NEW-VALUE TO WS-CTR-CURRENT-T (WS-CTR-IDX)
           MOVE 0 TO WS-CTR-OVERFLOW-T (WS-CTR-IDX)
           PERFORM 2700-WRITE-AUDIT-RESET
           PERFORM 2800-WRITE-HISTORY-ROW
           DISPLAY "CTRMNT: counter " WS-FIND-COUNTER-ID
                   " rolled over to generation "
                   WS-CTR-GEN-T (WS-CTR-IDX)
                   " restarting at " WS-APPLY-NEW-VALUE.

       2600-WRITE-AUDIT-OVERFLOW.
           IF NOT WS-PREVIEW-MODE
               MOVE WS-JOB-NAME TO AUD-JOB-NAME
               SET AUD-EVENT-OVERFLOW TO TRUE
               MOVE FUNCTION CURRENT-DATE TO AUD-RUN-TIMESTAMP
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO AUD-COUNTER-VALUE
               MOVE WS-AUDIT-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE SPACES TO AUD-TABLE-ID
               MOVE SPACES TO AUD-TABLE-KEY
               WRITE CTR-AUDIT-RECORD
           END-IF.

       2650-WRITE-AUDIT-LIFECYCLE.
      *    Named as a CTRLIFF row change, the way CTRAPPR names its
      *    CTRPENDF item: the counter id is the row key.  WSDATA's
      *    value is not on the table and is audited as zero.
           MOVE WS-JOB-NAME TO AUD-JOB-NAME
           EVALUATE TRUE
               WHEN MTXN-IS-FREEZE
                   SET AUD-EVENT-FROZEN TO TRUE
               WHEN MTXN-IS-RESUME
                   SET AUD-EVENT-ACTIVATED TO TRUE
               WHEN OTHER
                   SET AUD-EVENT-RETIRED TO TRUE
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO AUD-RUN-TIMESTAMP
           IF WS-FOUND
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO AUD-COUNTER-VALUE
           ELSE
               MOVE 0 TO AUD-COUNTER-VALUE
           END-IF
           MOVE MTXN-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "CTRLIFF" TO AUD-TABLE-ID
           MOVE MTXN-COUNTER-ID TO AUD-TABLE-KEY
           WRITE CTR-AUDIT-RECORD.

       2700-WRITE-AUDIT-RESET.
           IF NOT WS-PREVIEW-MODE
               MOVE WS-JOB-NAME TO AUD-JOB-NAME
               SET AUD-EVENT-RESET TO TRUE
               MOVE FUNCTION CURRENT-DATE TO AUD-RUN-TIMESTAMP
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO AUD-COUNTER-VALUE
               MOVE WS-AUDIT-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE SPACES TO AUD-TABLE-ID
               MOVE SPACES TO AUD-TABLE-KEY
               WRITE CTR-AUDIT-RECORD
           END-IF.

       2800-WRITE-HISTORY-ROW.
      *    One CTRHISTF row per counter this run changes - a bump, a
      *    see named-counter movement the same way they see WSDATA's.
      *    Stamped with the CTRBDATF processing date, not the system
      *    date, so a rerun after midnight books to the right day.
      *    A preview lists the change instead.
           IF WS-PREVIEW-MODE
               PERFORM 5100-WRITE-PREVIEW-CHANGE
           ELSE
               MOVE WS-RUN-DATE TO HIST-RUN-DATE
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX)
                   TO HIST-COUNTER-VALUE
               MOVE WS-CTR-ID-T (WS-CTR-IDX) TO HIST-COUNTER-ID
               WRITE CTR-HIST-RECORD
           END-IF.

       2900-WRITE-SUSPENSE-RECORD.
      *    The failing transaction is carried to CTRMNTSP unchanged,
           MOVE MTXN-NEW-VALUE TO SUSP-NEW-VALUE
           MOVE MTXN-MAX-VALUE TO SUSP-MAX-VALUE
           MOVE MTXN-OPERATOR-ID TO SUSP-OPERATOR-ID
           MOVE MTXN-EFFECTIVE-DATE TO SUSP-EFFECTIVE-DATE
           IF WS-PREVIEW-MODE
               MOVE "REJECT" TO WS-PRV-OUTCOME
               PERFORM 5200-WRITE-PREVIEW-REFUSAL
           ELSE
               WRITE CTR-MAINT-SUSP-LINE FROM CTR-MAINT-SUSP-RECORD
           END-IF
           ADD 1 TO WS-TXN-REJECT-COUNT.

       3000-SAVE-COUNTER-TABLE.
                           WS-JRN-BEFORE-IMAGE WS-JRN-AFTER-IMAGE
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Preview listing (PARM=PREVIEW).  One line per change the     *
      *  live run would make, item it would stage or transaction it   *
      *  would suspend, followed by the run totals and a sign-off     *
      *  line for the operations review before the live release.      *
      *****************************************************************
       5000-OPEN-PREVIEW-LISTING.
           OPEN OUTPUT CTR-PREVIEW-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CTRMNT PREVIEW - WOULD CHANGE  BUSINESS DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  (NOTHING HAS BEEN APPLIED)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE
           MOVE CTR-PREVIEW-HEADING TO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE.

       5100-WRITE-PREVIEW-CHANGE.
           MOVE SPACES TO CTR-PREVIEW-LINE
           MOVE WS-PRV-ACTION TO PRV-ACTION
           MOVE WS-CTR-ID-T (WS-CTR-IDX) TO PRV-COUNTER-ID
           IF WS-PRV-BEFORE-KNOWN
               MOVE WS-PRV-BEFORE-VALUE TO PRV-CURRENT-VALUE
           END-IF
           MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO WS-PRV-VALUE
           MOVE WS-PRV-VALUE TO PRV-PROPOSED-VALUE
           PERFORM 5500-COMPUTE-HEADROOM
           MOVE WS-PRV-OUTCOME TO PRV-OUTCOME
           MOVE WS-PRV-NOTE TO PRV-NOTE
           MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE.

       5200-WRITE-PREVIEW-REFUSAL.
           MOVE SPACES TO CTR-PREVIEW-LINE
           MOVE WS-PRV-ACTION TO PRV-ACTION
           MOVE WS-FIND-COUNTER-ID TO PRV-COUNTER-ID
           IF WS-FOUND
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO WS-PRV-VALUE
               MOVE WS-PRV-VALUE TO PRV-CURRENT-VALUE
               PERFORM 5500-COMPUTE-HEADROOM
           END-IF
           MOVE WS-PRV-OUTCOME TO PRV-OUTCOME
           MOVE SUSP-REASON-CODE TO PRV-REASON-CODE
           MOVE WS-PRV-NOTE TO PRV-NOTE
           MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE.

       5300-PREVIEW-STAGE-ROLL.
      *    The live run's first staging of a series makes any second
      *    ROLL of it in the same batch a PENDING refusal.
           MOVE "N" TO WS-PRV-STAGED-SWITCH
           PERFORM VARYING WS-PRV-STG-IDX FROM 1 BY 1
                   UNTIL WS-PRV-STG-IDX > WS-PRV-STAGED-COUNT
                      OR WS-PRV-STAGED-ALREADY
               IF WS-PRV-STAGED-ID-T (WS-PRV-STG-IDX)
                       = MTXN-COUNTER-ID
                   MOVE "Y" TO WS-PRV-STAGED-SWITCH
               END-IF
           END-PERFORM
           IF WS-PRV-STAGED-ALREADY
               MOVE "STAGED EARLIER IN THIS BATCH" TO WS-PRV-NOTE
               SET SUSP-ALREADY-PENDING TO TRUE
               PERFORM 2900-WRITE-SUSPENSE-RECORD
           ELSE
               IF WS-PRV-STAGED-COUNT < WS-MAX-COUNTERS
                   ADD 1 TO WS-PRV-STAGED-COUNT
                   MOVE MTXN-COUNTER-ID TO WS-PRV-STAGED-ID-T
                       (WS-PRV-STAGED-COUNT)
               END-IF
               ADD 1 TO WS-TXN-STAGED-COUNT
               CALL "CTRPPURG" USING WS-PURGE-REQUEST
                       WS-FIND-COUNTER-ID WS-PURGED-COUNT
                       WS-PURGE-STATUS
               MOVE SPACES TO WS-PRV-NOTE
               STRING "FOR APPROVAL - ON APPLY GEN +1, "
                          DELIMITED BY SIZE
                      WS-PURGED-COUNT DELIMITED BY SIZE
                      " POOL ENTRIES DROP" DELIMITED BY SIZE
                      INTO WS-PRV-NOTE
               MOVE SPACES TO CTR-PREVIEW-LINE
               MOVE WS-PRV-ACTION TO PRV-ACTION
               MOVE MTXN-COUNTER-ID TO PRV-COUNTER-ID
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO WS-PRV-VALUE
               MOVE WS-PRV-VALUE TO PRV-CURRENT-VALUE
               MOVE MTXN-NEW-VALUE TO WS-PRV-VALUE
               MOVE WS-PRV-VALUE TO PRV-PROPOSED-VALUE
               PERFORM 5500-COMPUTE-HEADROOM
               MOVE "STAGE" TO PRV-OUTCOME
               IF WS-PURGE-STATUS NOT = "00"
                   MOVE "POOLFULL" TO PRV-REASON-CODE
               END-IF
               MOVE WS-PRV-NOTE TO PRV-NOTE
               MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
               PERFORM 5900-WRITE-PREVIEW-LINE
           END-IF.

       5400-NOTE-ROLL-POOL-DROP.
           COMPUTE WS-PRV-NEW-GEN = WS-CTR-GEN-T (WS-CTR-IDX) + 1
           MOVE SPACES TO WS-PRV-NOTE
           IF WS-PURGE-STATUS NOT = "00"
               STRING "GEN " DELIMITED BY SIZE
                      WS-CTR-GEN-T (WS-CTR-IDX) DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-PRV-NEW-GEN DELIMITED BY SIZE
                      ", POOL OVER CAPACITY - NOT PURGED"
                          DELIMITED BY SIZE
                      INTO WS-PRV-NOTE
           ELSE
               STRING "GEN " DELIMITED BY SIZE
                      WS-CTR-GEN-T (WS-CTR-IDX) DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-PRV-NEW-GEN DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-PURGED-COUNT DELIMITED BY SIZE
                      " POOL ENTRIES DROPPED" DELIMITED BY SIZE
                      INTO WS-PRV-NOTE
           END-IF.

       5500-COMPUTE-HEADROOM.
      *    Headroom is what is left below the series ceiling once the
      *    value on WS-PRV-VALUE is reached.
           IF WS-CTR-MAX-T (WS-CTR-IDX) > WS-PRV-VALUE
               COMPUTE WS-PRV-HEADROOM =
                   WS-CTR-MAX-T (WS-CTR-IDX) - WS-PRV-VALUE
           ELSE
               MOVE 0 TO WS-PRV-HEADROOM
           END-IF
           MOVE WS-PRV-HEADROOM TO PRV-HEADROOM.

       5600-PREVIEW-LIFECYCLE.
      *    Listed as a change with the transition in the note, and
      *    remembered for the later cards in the batch.
           MOVE SPACES TO WS-PRV-NOTE
           MOVE 1 TO WS-PRV-NOTE-PTR
           STRING WS-LCY-IN-FORCE DELIMITED BY SPACE
                  " TO " DELIMITED BY SIZE
                  WS-LCY-TARGET DELIMITED BY SPACE
                  " FROM " DELIMITED BY SIZE
                  WS-LCY-EFFECTIVE-DATE DELIMITED BY SIZE
                  INTO WS-PRV-NOTE
                  WITH POINTER WS-PRV-NOTE-PTR
           IF WS-LCY-EFFECTIVE-DATE NOT > WS-RUN-DATE
               MOVE WS-LCY-TARGET TO WS-LCY-IN-FORCE
           END-IF
           PERFORM 5610-FIND-PREVIEW-STATE
           IF NOT WS-PRV-LCY-FOUND
               AND WS-PRV-LCY-COUNT < WS-MAX-COUNTERS
               ADD 1 TO WS-PRV-LCY-COUNT
               SET WS-PRV-LCY-IDX TO WS-PRV-LCY-COUNT
               MOVE MTXN-COUNTER-ID TO WS-PRV-LCY-ID-T (WS-PRV-LCY-IDX)
               SET WS-PRV-LCY-FOUND TO TRUE
           END-IF
           IF WS-PRV-LCY-FOUND
               MOVE WS-LCY-TARGET
                   TO WS-PRV-LCY-STATE-T (WS-PRV-LCY-IDX)
               MOVE WS-LCY-IN-FORCE
                   TO WS-PRV-LCY-FORCE-T (WS-PRV-LCY-IDX)
           END-IF
           MOVE SPACES TO CTR-PREVIEW-LINE
           IF WS-LCY-IN-FORCE-RETIRED
               CALL "CTRPPURG" USING WS-PURGE-REQUEST
                       MTXN-COUNTER-ID WS-PURGED-COUNT WS-PURGE-STATUS
               IF WS-PURGE-STATUS NOT = "00"
                   MOVE "POOLFULL" TO PRV-REASON-CODE
               ELSE
                   STRING ", " DELIMITED BY SIZE
                          WS-PURGED-COUNT DELIMITED BY SIZE
                          " POOL ENTRIES DROP" DELIMITED BY SIZE
                          INTO WS-PRV-NOTE
                          WITH POINTER WS-PRV-NOTE-PTR
               END-IF
           END-IF
           MOVE WS-PRV-ACTION TO PRV-ACTION
           MOVE MTXN-COUNTER-ID TO PRV-COUNTER-ID
           IF WS-FOUND
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO WS-PRV-VALUE
               MOVE WS-PRV-VALUE TO PRV-CURRENT-VALUE
               PERFORM 5500-COMPUTE-HEADROOM
           END-IF
           MOVE "CHANGE" TO PRV-OUTCOME
           MOVE WS-PRV-NOTE TO PRV-NOTE
           MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE
           ADD 1 TO WS-TXN-APPLIED-COUNT.

       5610-FIND-PREVIEW-STATE.
           MOVE "N" TO WS-PRV-LCY-SWITCH
           PERFORM VARYING WS-PRV-LCY-IDX FROM 1 BY 1
                   UNTIL WS-PRV-LCY-IDX > WS-PRV-LCY-COUNT
                      OR WS-PRV-LCY-FOUND
               IF WS-PRV-LCY-ID-T (WS-PRV-LCY-IDX)
                       = WS-FIND-COUNTER-ID
                   MOVE "Y" TO WS-PRV-LCY-SWITCH
               END-IF
           END-PERFORM
           IF WS-PRV-LCY-FOUND
               SET WS-PRV-LCY-IDX DOWN BY 1
           END-IF.

       5800-CLOSE-PREVIEW-LISTING.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "TRANSACTIONS READ " DELIMITED BY SIZE
                  WS-TXN-READ-COUNT DELIMITED BY SIZE
                  "  WOULD APPLY " DELIMITED BY SIZE
                  WS-TXN-APPLIED-COUNT DELIMITED BY SIZE
                  "  WOULD STAGE " DELIMITED BY SIZE
                  WS-TXN-STAGED-COUNT DELIMITED BY SIZE
                  "  WOULD SUSPEND TO CTRMNTSP " DELIMITED BY SIZE
                  WS-TXN-REJECT-COUNT DELIMITED BY SIZE
                  "  APPROVED ROLLS " DELIMITED BY SIZE
                  WS-ROLL-APPLIED-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "NO COUNTER TABLE, POOL, JOURNAL, AUDIT, HISTORY, "
                      DELIMITED BY SIZE
                  "SUSPENSE OR CTRPENDF FILE WAS CHANGED BY THIS RUN"
                      DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "REVIEWED FOR LIVE RELEASE BY ________________"
                      DELIMITED BY SIZE
                  "   DATE __________" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 5900-WRITE-PREVIEW-LINE
           CLOSE CTR-PREVIEW-FILE.

       5900-WRITE-PREVIEW-LINE.
           MOVE WS-DETAIL-LINE TO CTR-PREVIEW-REPORT-LINE
           WRITE CTR-PREVIEW-REPORT-LINE.
