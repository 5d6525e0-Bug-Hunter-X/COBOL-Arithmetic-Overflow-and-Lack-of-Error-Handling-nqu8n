      *                 acknowledgement req 003 asked for, neither of *
      *                 which WSCTRUPD or CTRMNT provides for the     *
      *                 WS-DATA series itself.                        *
      *                 A reset or rollover is dual-controlled: the   *
      *                 card's operator must hold RESET (or ROLL)     *
      *                 authority on CTROPRF, and the card is only    *
      *                 staged on CTRPENDF.  Each run first applies   *
      *                 the WS-DATA items a second operator has since *
      *                 APPROVED through CTRAPPR, marking them        *
      *                 APPLIED, then stages the card it was given.   *
      *                 A ROLL of a series CTRLIFE holds RETIRED is   *
      *                 refused, and an approved one whose series has *
      *                 been retired since is marked LAPSED, as       *
      *                 CTRMNT does for the named series.             *
      *                 PARM=PREVIEW reads CTRLASTF under the lock,   *
      *                 releases it, and prints on the CTRRSTPV       *
      *                 listing what the run would apply and stage -  *
      *                 nothing is written to CTRLASTF, CTRRSTF, the  *
      *                 pool, journal, audit file or CTRPENDF.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRESET.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-AUD-STATUS.

           SELECT CTR-PARM-FILE ASSIGN TO "CTRPARMF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-PARM-RRN
               FILE STATUS IS WS-CTR-PARM-STATUS.

           SELECT CTR-PREVIEW-FILE ASSIGN TO "CTRRSTPV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-RESET-TXN-FILE.
       FD  CTR-AUDIT-FILE.
           COPY CTRAUD.

       FD  CTR-PARM-FILE.
           COPY CTRPARM.

       FD  CTR-PREVIEW-FILE.
       01  CTR-PREVIEW-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.

      *    range is a new generation and number 000000042 of this
      *    pass is never confused with the last one's.
       01  WS-SERIES-GEN               PIC 9(4) VALUE 0.
       01  WS-PURGE-REQUEST            PIC X(8) VALUE "PURGE".
       01  WS-PURGED-COUNT             PIC 9(4).
       01  WS-PURGE-STATUS             PIC XX.

      *    The reset being applied - taken from an approved CTRPENDF
      *    item, never straight from the card.
       01  WS-RESET-NEW-VALUE          PIC 9(09).
       01  WS-RESET-OPERATOR-ID        PIC X(08).
       01  WS-RESET-ROLLOVER-FLAG      PIC X.
           88  WS-RESET-ROLLOVER             VALUE "Y".
       01  WS-RESET-APPLIED-SWITCH     PIC X VALUE "N".
           88  WS-RESET-APPLIED              VALUE "Y".
      *    A failure part-way through is held here, not in
      *    RETURN-CODE, which each CALLed module resets on return.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE "N".
           88  WS-RUN-FAILED                 VALUE "Y".

           COPY CTRPEND.

      *    WS-DATA lifecycle state, as CTRLIFE holds it on CTRLIFF.
           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8) VALUE "STATE".
       01  WS-LCY-IN-FORCE             PIC X(8).
           88  WS-LCY-IN-FORCE-RETIRED       VALUE "RETIRED".
       01  WS-LCY-STATUS               PIC XX.

       01  WS-PND-REQUEST              PIC X(8).
       01  WS-PND-STATUS-CODE          PIC XX.
       01  WS-APPR-SCAN-SWITCH         PIC X VALUE "N".
           88  WS-APPR-SCAN-DONE             VALUE "Y".
       01  WS-LAST-ITEM-ID             PIC 9(06) VALUE 0.
       01  WS-AUTH-ACTION              PIC X(8).
       01  WS-AUTH-STATUS              PIC XX.

      *    Run mode from the EXEC PARM (CTRRUNM).  A preview works
      *    from the WS-DATA value and generation read once at the
      *    start, carried forward in storage as each approved item
      *    would leave them, with the CTRPARMF ceiling for headroom.
       01  WS-RUN-MODE                 PIC X(8).
           88  WS-PREVIEW-MODE               VALUE "PREVIEW".
       01  WS-RUN-MODE-STATUS          PIC XX.
       01  WS-PREVIEW-STATUS           PIC XX.
       01  WS-CTR-PARM-STATUS          PIC XX.
       01  WS-CTR-PARM-RRN             PIC 9(4) VALUE 1.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-DETAIL-LINE              PIC X(132).
       01  WS-PRV-LAST-VALUE           PIC 9(09) VALUE 0.
       01  WS-PRV-GEN                  PIC 9(04) VALUE 0.
       01  WS-PRV-NEW-GEN              PIC 9(04).
       01  WS-PRV-CEILING              PIC 9(09) VALUE 999999999.
       01  WS-PRV-VALUE                PIC 9(09).
       01  WS-PRV-HEADROOM             PIC 9(09).
       01  WS-PRV-ACTION               PIC X(08).
       01  WS-PRV-OUTCOME              PIC X(08).
       01  WS-PRV-REASON               PIC X(08).
       01  WS-PRV-NOTE                 PIC X(59).
       01  WS-PRV-APPLY-COUNT          PIC 9(4) VALUE 0.

           COPY CTRPRVW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           CALL "CTRRUNM" USING WS-RUN-MODE WS-RUN-MODE-STATUS
           IF WS-RUN-MODE-STATUS NOT = "00"
               DISPLAY "CTRRESET: PARM not recognized, nothing "
                       "applied or staged"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PREVIEW-MODE
               PERFORM 0050-START-PREVIEW
           END-IF
           PERFORM 0200-APPLY-APPROVED-RESETS
           OPEN INPUT CTR-RESET-TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "CTRRESET: no CTRRSTIN reset transaction found"
                   AT END
                       DISPLAY "CTRRESET: CTRRSTIN is empty"
                   NOT AT END
                       PERFORM 0300-STAGE-RESET
               END-READ
               CLOSE CTR-RESET-TXN-FILE
           END-IF
           IF WS-PREVIEW-MODE
               PERFORM 1800-CLOSE-PREVIEW-LISTING
           END-IF
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-START-PREVIEW.
      *    The lock is held only while the master is read, so the
      *    preview sees a settled value without holding up the
      *    updaters while the listing is produced.
           MOVE "COUNT" TO WS-PURGE-REQUEST
           MOVE "ACQUIRE" TO WS-LOCK-REQUEST
           CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                   WS-LOCK-STATUS-CODE
           IF WS-LOCK-STATUS-CODE NOT = "00"
               DISPLAY "CTRRESET: counter-master lock not acquired, "
                       "no preview produced"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CTR-LAST-FILE
           IF WS-CTR-LAST-OK
               MOVE 1 TO WS-CTR-LAST-RRN
               READ CTR-LAST-FILE
                   NOT INVALID KEY
                       MOVE CTR-LAST-VALUE TO WS-PRV-LAST-VALUE
                       IF CTR-LAST-GENERATION IS NUMERIC
                           MOVE CTR-LAST-GENERATION TO WS-PRV-GEN
                       END-IF
               END-READ
               CLOSE CTR-LAST-FILE
           END-IF
           MOVE "RELEASE" TO WS-LOCK-REQUEST
           CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                   WS-LOCK-STATUS-CODE
           OPEN INPUT CTR-PARM-FILE
           IF WS-CTR-PARM-STATUS = "00"
               MOVE 1 TO WS-CTR-PARM-RRN
               READ CTR-PARM-FILE
                   NOT INVALID KEY
                       MOVE PARM-CEILING-VALUE TO WS-PRV-CEILING
               END-READ
               CLOSE CTR-PARM-FILE
           END-IF
           CALL "CTRBDATE" USING WS-RUN-DATE
           OPEN OUTPUT CTR-PREVIEW-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CTRRESET PREVIEW - WOULD CHANGE  BUSINESS DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  (NOTHING HAS BEEN APPLIED)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE
           MOVE CTR-PREVIEW-HEADING TO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE.

       0100-RESET-UNDER-LOCK.
      *    The reset rewrites the same CTR-LAST-FILE master WSCTRUPD
      *    and CTRMNT's jobs contend for, so it runs under the shared
      *    counter-master lock and fails fast when another updater
      *    holds it.  A preview only lists the reset.
           IF WS-PREVIEW-MODE
               PERFORM 1500-PREVIEW-RESET
               SET WS-RESET-APPLIED TO TRUE
           ELSE
               PERFORM 0110-RESET-WITH-LOCK
           END-IF.

       0110-RESET-WITH-LOCK.
           MOVE "ACQUIRE" TO WS-LOCK-REQUEST
           CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                   WS-LOCK-STATUS-CODE
           IF WS-LOCK-STATUS-CODE NOT = "00"
               DISPLAY "CTRRESET: counter-master lock not acquired, "
                       "no reset applied"
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 1000-DO-RESET
               MOVE "RELEASE" TO WS-LOCK-REQUEST
                       WS-LOCK-STATUS-CODE
           END-IF.

       0200-APPLY-APPROVED-RESETS.
      *    WS-DATA resets and rollovers approved since the last run.
      *    Approved ROLLs of named series belong to CTRMNT and are
      *    left for it.  An item whose reset cannot be applied (lock
      *    not acquired, or CTRLASTF not written) stays APPROVED for
      *    the next run.
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
                   IF PEND-COUNTER-ID = WS-CTR-LAST-KEY-LIT
                       AND (PEND-ACTION-RESET OR PEND-ACTION-ROLL)
                       PERFORM 0210-APPLY-APPROVED-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       0210-APPLY-APPROVED-ITEM.
           MOVE PEND-NEW-VALUE TO WS-RESET-NEW-VALUE
           MOVE PEND-MAKER-ID TO WS-RESET-OPERATOR-ID
           IF PEND-ACTION-ROLL
               MOVE "Y" TO WS-RESET-ROLLOVER-FLAG
           ELSE
               MOVE "N" TO WS-RESET-ROLLOVER-FLAG
           END-IF
           MOVE "N" TO WS-RESET-APPLIED-SWITCH
           MOVE "ACTIVE" TO WS-LCY-IN-FORCE
           IF PEND-ACTION-ROLL
               PERFORM 0400-GET-WSDATA-STATE
           END-IF
           IF WS-LCY-IN-FORCE-RETIRED
               PERFORM 0220-LAPSE-APPROVED-ITEM
           ELSE
               PERFORM 0230-APPLY-APPROVED-RESET
           END-IF.

       0220-LAPSE-APPROVED-ITEM.
      *    A ROLL approved before the retirement took effect would
      *    start a new generation of a series that is never to issue
      *    again; it is closed LAPSED rather than left APPROVED.
           DISPLAY "CTRRESET: item " PEND-ITEM-ID " ROLL of "
                   WS-CTR-LAST-KEY-LIT " lapsed, series RETIRED"
           IF WS-PREVIEW-MODE
               PERFORM 1650-PREVIEW-LAPSE
           ELSE
               SET PEND-LAPSED TO TRUE
               MOVE "UPDATE" TO WS-PND-REQUEST
               CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                       WS-PND-STATUS-CODE
               IF WS-PND-STATUS-CODE NOT = "00"
                   DISPLAY "CTRRESET: item " PEND-ITEM-ID
                           " not marked LAPSED, CTRPENDF status "
                           WS-PND-STATUS-CODE
                           " - mark it before the next run"
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       0230-APPLY-APPROVED-RESET.
           DISPLAY "CTRRESET: applying item " PEND-ITEM-ID " "
                   PEND-ACTION " staged by " PEND-MAKER-ID
                   " approved by " PEND-CHECKER-ID
           PERFORM 0100-RESET-UNDER-LOCK
           IF WS-RESET-APPLIED AND NOT WS-PREVIEW-MODE
               SET PEND-APPLIED TO TRUE
               MOVE "UPDATE" TO WS-PND-REQUEST
               CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                       WS-PND-STATUS-CODE
               IF WS-PND-STATUS-CODE NOT = "00"
                   DISPLAY "CTRRESET: item " PEND-ITEM-ID
                           " applied but not marked APPLIED, "
                           "CTRPENDF status " WS-PND-STATUS-CODE
                           " - mark it before the next run"
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       0300-STAGE-RESET.
           IF RSTX-ROLLOVER
               MOVE "ROLL" TO WS-AUTH-ACTION
           ELSE
               MOVE "RESET" TO WS-AUTH-ACTION
           END-IF
           CALL "CTRAUTH" USING RSTX-OPERATOR-ID WS-AUTH-ACTION
                   WS-AUTH-STATUS
           MOVE "ACTIVE" TO WS-LCY-IN-FORCE
           IF RSTX-ROLLOVER
               PERFORM 0400-GET-WSDATA-STATE
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-STATUS NOT = "00"
                   DISPLAY "CTRRESET: operator " RSTX-OPERATOR-ID
                           " is not authorized to " WS-AUTH-ACTION
                           " (status " WS-AUTH-STATUS
                           "), nothing staged"
                   MOVE 8 TO RETURN-CODE
                   MOVE "NOAUTH" TO WS-PRV-REASON
                   PERFORM 1600-PREVIEW-REFUSAL
               WHEN RSTX-NEW-VALUE NOT NUMERIC
                   DISPLAY "CTRRESET: new value " RSTX-NEW-VALUE
                           " is not numeric, nothing staged"
                   MOVE 8 TO RETURN-CODE
                   MOVE "NOTNUM" TO WS-PRV-REASON
                   PERFORM 1600-PREVIEW-REFUSAL
               WHEN RSTX-ROLLOVER AND WS-LCY-IN-FORCE-RETIRED
                   DISPLAY "CTRRESET: " WS-CTR-LAST-KEY-LIT
                           " is RETIRED, not rolled over - nothing "
                           "staged"
                   MOVE 8 TO RETURN-CODE
                   MOVE "RETIRED" TO WS-PRV-REASON
                   PERFORM 1600-PREVIEW-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO CTR-PENDING-RECORD
                   MOVE WS-AUTH-ACTION TO PEND-ACTION
                   MOVE WS-CTR-LAST-KEY-LIT TO PEND-COUNTER-ID
                   MOVE RSTX-NEW-VALUE TO PEND-NEW-VALUE
                   MOVE RSTX-OPERATOR-ID TO PEND-MAKER-ID
                   IF WS-PREVIEW-MODE
                       MOVE "CHECK" TO WS-PND-REQUEST
                   ELSE
                       MOVE "STAGE" TO WS-PND-REQUEST
                   END-IF
                   CALL "CTRPNDG" USING WS-PND-REQUEST
                           CTR-PENDING-RECORD WS-PND-STATUS-CODE
                   EVALUATE WS-PND-STATUS-CODE
                       WHEN "00"
                           IF WS-PREVIEW-MODE
                               PERFORM 1700-PREVIEW-STAGE
                           ELSE
                               DISPLAY "CTRRESET: " WS-AUTH-ACTION
                                       " to " RSTX-NEW-VALUE
                                       " staged as item " PEND-ITEM-ID
                                       " - awaiting approval by a "
                                       "second operator"
                           END-IF
                       WHEN "DP"
                           DISPLAY "CTRRESET: item " PEND-ITEM-ID
                                   " for the same " PEND-ACTION
                                   " is already " PEND-STATUS
                                   ", nothing staged"
                           MOVE 4 TO RETURN-CODE
                           MOVE "PENDING" TO WS-PRV-REASON
                           PERFORM 1600-PREVIEW-REFUSAL
                       WHEN OTHER
                           DISPLAY "CTRRESET: reset could not be "
                                   "staged, CTRPENDF status "
                                   WS-PND-STATUS-CODE
                           MOVE 8 TO RETURN-CODE
                           MOVE "NOSTAGE" TO WS-PRV-REASON
                           PERFORM 1600-PREVIEW-REFUSAL
                   END-EVALUATE
           END-EVALUATE.

       0400-GET-WSDATA-STATE.
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE WS-CTR-LAST-KEY-LIT TO LCY-COUNTER-ID
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS.

       1000-DO-RESET.
      *    WS-RESET-APPLIED is set only once the new value is safely
      *    on CTRLASTF - the checkpoint, audit row and the CTRPENDF
      *    item all follow from that, and none of them is touched
      *    when the master could not be written.
           MOVE "N" TO WS-RESET-APPLIED-SWITCH
           OPEN I-O CTR-LAST-FILE
           IF NOT WS-CTR-LAST-OK
               OPEN OUTPUT CTR-LAST-FILE
               CLOSE CTR-LAST-FILE
               OPEN I-O CTR-LAST-FILE
           END-IF
           IF NOT WS-CTR-LAST-OK
               DISPLAY "CTRRESET: CTRLASTF could not be opened, "
                       "status " WS-CTR-LAST-STATUS
                       " - no reset applied"
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 1010-REWRITE-WSDATA-MASTER
               IF WS-RESET-APPLIED
                   PERFORM 1020-CLEAR-CHECKPOINT-AND-AUDIT
               END-IF
           END-IF.

       1010-REWRITE-WSDATA-MASTER.
           MOVE 1 TO WS-CTR-LAST-RRN
           READ CTR-LAST-FILE
               INVALID KEY
                       MOVE CTR-LAST-GENERATION TO WS-SERIES-GEN
                   END-IF
           END-READ
           IF WS-RESET-ROLLOVER
      *        Values sitting on the reuse pool were freed below the
      *        OLD generation's high-water mark - recycled into the
      *        new generation they would be minted a second time
      *        the rolled series' pool rows are dropped before the
      *        generation is bumped (the same collision CTRVOID's
      *        OLDGEN refusal closes off on the void path).
               CALL "CTRPPURG" USING WS-PURGE-REQUEST
                       WS-CTR-LAST-KEY-LIT WS-PURGED-COUNT
                       WS-PURGE-STATUS
               IF WS-PURGE-STATUS NOT = "00"
                   DISPLAY "CTRRESET: reuse pool could not be "
                           "purged - old-generation entries for "
                       WS-SERIES-GEN
           END-IF
           MOVE WS-CTR-LAST-KEY-LIT TO CTR-LAST-KEY
           MOVE WS-RESET-NEW-VALUE TO CTR-LAST-VALUE
           MOVE FUNCTION CURRENT-DATE TO CTR-LAST-UPDATED
           MOVE WS-SERIES-GEN TO CTR-LAST-GENERATION
           REWRITE CTR-LAST-RECORD
               INVALID KEY
                   WRITE CTR-LAST-RECORD
           END-REWRITE
           IF WS-CTR-LAST-OK
               SET WS-RESET-APPLIED TO TRUE
               MOVE CTR-LAST-RECORD TO WS-LAST-AFTER-IMAGE
               CALL "CTRJRN" USING WS-JRN-FILE-ID WS-JOB-NAME
                       WS-LAST-BEFORE-IMAGE WS-LAST-AFTER-IMAGE
           ELSE
               DISPLAY "CTRRESET: CTRLASTF could not be written, "
                       "status " WS-CTR-LAST-STATUS
                       " - no reset applied"
               SET WS-RUN-FAILED TO TRUE
           END-IF
           CLOSE CTR-LAST-FILE.

       1020-CLEAR-CHECKPOINT-AND-AUDIT.
           OPEN I-O CTR-RESTART-FILE
           IF NOT WS-CTR-RST-OK
               OPEN OUTPUT CTR-RESTART-FILE
           END-IF
           MOVE 1 TO WS-CTR-RST-RRN
           MOVE WS-CTR-LAST-KEY-LIT TO CTR-RST-KEY
           MOVE WS-RESET-NEW-VALUE TO CTR-RST-LAST-GOOD-VALUE
           MOVE FUNCTION CURRENT-DATE TO CTR-RST-TIMESTAMP
           SET CTR-RST-CLEARED TO TRUE
           REWRITE CTR-RESTART-RECORD
           MOVE WS-JOB-NAME TO AUD-JOB-NAME
           SET AUD-EVENT-RESET TO TRUE
           MOVE FUNCTION CURRENT-DATE TO AUD-RUN-TIMESTAMP
           MOVE WS-RESET-NEW-VALUE TO AUD-COUNTER-VALUE
           MOVE WS-RESET-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-TABLE-ID
           MOVE SPACES TO AUD-TABLE-KEY
           WRITE CTR-AUDIT-RECORD
           CLOSE CTR-AUDIT-FILE

           DISPLAY "CTRRESET: WS-DATA reset to " WS-RESET-NEW-VALUE
                   " by operator " WS-RESET-OPERATOR-ID.

      *****************************************************************
      *  Preview listing (PARM=PREVIEW).  One line per approved item  *
      *  the run would apply and for the card it would stage or       *
      *  refuse, then a sign-off line for the operations review.      *
      *****************************************************************
       1500-PREVIEW-RESET.
           MOVE SPACES TO CTR-PREVIEW-LINE
           MOVE PEND-ACTION TO PRV-ACTION
           MOVE WS-CTR-LAST-KEY-LIT TO PRV-COUNTER-ID
           MOVE WS-PRV-LAST-VALUE TO PRV-CURRENT-VALUE
           MOVE WS-RESET-NEW-VALUE TO WS-PRV-VALUE
           MOVE WS-PRV-VALUE TO PRV-PROPOSED-VALUE
           PERFORM 1550-COMPUTE-HEADROOM
           MOVE "APPLY" TO PRV-OUTCOME
           IF WS-RESET-ROLLOVER
               PERFORM 1560-COUNT-POOL-DROP
               MOVE WS-PRV-NEW-GEN TO WS-PRV-GEN
           ELSE
               STRING "ITEM " DELIMITED BY SIZE
                      PEND-ITEM-ID DELIMITED BY SIZE
                      ", GEN " DELIMITED BY SIZE
                      WS-PRV-GEN DELIMITED BY SIZE
                      " KEPT, CHECKPOINT CLEARED" DELIMITED BY SIZE
                      INTO PRV-NOTE
           END-IF
           MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE
           MOVE WS-RESET-NEW-VALUE TO WS-PRV-LAST-VALUE
           ADD 1 TO WS-PRV-APPLY-COUNT.

       1550-COMPUTE-HEADROOM.
           IF WS-PRV-CEILING > WS-PRV-VALUE
               COMPUTE WS-PRV-HEADROOM = WS-PRV-CEILING - WS-PRV-VALUE
           ELSE
               MOVE 0 TO WS-PRV-HEADROOM
           END-IF
           MOVE WS-PRV-HEADROOM TO PRV-HEADROOM.

       1560-COUNT-POOL-DROP.
      *    What a rollover would take off the reuse pool (CTRPPURG
      *    COUNT), noted on the line being built.
           COMPUTE WS-PRV-NEW-GEN = WS-PRV-GEN + 1
           CALL "CTRPPURG" USING WS-PURGE-REQUEST WS-CTR-LAST-KEY-LIT
                   WS-PURGED-COUNT WS-PURGE-STATUS
           IF WS-PURGE-STATUS NOT = "00"
               STRING "GEN " DELIMITED BY SIZE
                      WS-PRV-GEN DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-PRV-NEW-GEN DELIMITED BY SIZE
                      ", POOL OVER CAPACITY - NOT PURGED"
                          DELIMITED BY SIZE
                      INTO PRV-NOTE
           ELSE
               STRING "GEN " DELIMITED BY SIZE
                      WS-PRV-GEN DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-PRV-NEW-GEN DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-PURGED-COUNT DELIMITED BY SIZE
                      " POOL ENTRIES DROPPED" DELIMITED BY SIZE
                      INTO PRV-NOTE
           END-IF.

       1600-PREVIEW-REFUSAL.
           IF WS-PREVIEW-MODE
               MOVE SPACES TO CTR-PREVIEW-LINE
               MOVE WS-AUTH-ACTION TO PRV-ACTION
               MOVE WS-CTR-LAST-KEY-LIT TO PRV-COUNTER-ID
               MOVE WS-PRV-LAST-VALUE TO PRV-CURRENT-VALUE
               MOVE "REJECT" TO PRV-OUTCOME
               MOVE WS-PRV-REASON TO PRV-REASON-CODE
               STRING "CARD BY " DELIMITED BY SIZE
                      RSTX-OPERATOR-ID DELIMITED BY SPACE
                      " - NOTHING WOULD BE STAGED" DELIMITED BY SIZE
                      INTO PRV-NOTE
               IF WS-PRV-REASON = "PENDING"
                   MOVE SPACES TO PRV-NOTE
                   STRING "ALREADY OUTSTANDING AS ITEM "
                              DELIMITED BY SIZE
                          PEND-ITEM-ID DELIMITED BY SIZE
                          INTO PRV-NOTE
               END-IF
               MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
               PERFORM 1900-WRITE-PREVIEW-LINE
           END-IF.

       1650-PREVIEW-LAPSE.
           MOVE SPACES TO CTR-PREVIEW-LINE
           MOVE PEND-ACTION TO PRV-ACTION
           MOVE WS-CTR-LAST-KEY-LIT TO PRV-COUNTER-ID
           MOVE WS-PRV-LAST-VALUE TO PRV-CURRENT-VALUE
           MOVE "LAPSE" TO PRV-OUTCOME
           MOVE "RETIRED" TO PRV-REASON-CODE
           STRING "ITEM " DELIMITED BY SIZE
                  PEND-ITEM-ID DELIMITED BY SIZE
                  " - SERIES RETIRED" DELIMITED BY SIZE
                  INTO PRV-NOTE
           MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE.

       1700-PREVIEW-STAGE.
           MOVE SPACES TO CTR-PREVIEW-LINE
           MOVE WS-AUTH-ACTION TO PRV-ACTION
           MOVE WS-CTR-LAST-KEY-LIT TO PRV-COUNTER-ID
           MOVE WS-PRV-LAST-VALUE TO PRV-CURRENT-VALUE
           MOVE RSTX-NEW-VALUE TO WS-PRV-VALUE
           MOVE WS-PRV-VALUE TO PRV-PROPOSED-VALUE
           PERFORM 1550-COMPUTE-HEADROOM
           MOVE "STAGE" TO PRV-OUTCOME
           IF RSTX-ROLLOVER
               PERFORM 1560-COUNT-POOL-DROP
           ELSE
               MOVE "FOR APPROVAL BY A SECOND OPERATOR" TO PRV-NOTE
           END-IF
           MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE.

       1800-CLOSE-PREVIEW-LISTING.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "APPROVED ITEMS THAT WOULD BE APPLIED "
                      DELIMITED BY SIZE
                  WS-PRV-APPLY-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "NO CTRLASTF, CTRRSTF, POOL, JOURNAL, AUDIT OR "
                      DELIMITED BY SIZE
                  "CTRPENDF FILE WAS CHANGED BY THIS RUN"
                      DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "REVIEWED FOR LIVE RELEASE BY ________________"
                      DELIMITED BY SIZE
                  "   DATE __________" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 1900-WRITE-PREVIEW-LINE
           CLOSE CTR-PREVIEW-FILE
           DISPLAY "CTRRESET: PREVIEW run - nothing was applied or "
                   "staged, the CTRRSTPV listing shows what would be".

       1900-WRITE-PREVIEW-LINE.
           MOVE WS-DETAIL-LINE TO CTR-PREVIEW-REPORT-LINE
           WRITE CTR-PREVIEW-REPORT-LINE.
