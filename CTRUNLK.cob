      *                 to let an updater steal a stale lock; this    *
      *                 one-step job is how operations clears it      *
      *                 once the abended holder is understood.        *
      *                 The clear is dual-controlled.  The operator   *
      *                 on the CTRUNLIN card must hold UNLOCK         *
      *                 authority on CTROPRF, and the card only       *
      *                 stages the clear on CTRPENDF, recording which *
      *                 job held the lock and since when.  Each run   *
      *                 first applies the clears a second operator    *
      *                 has since APPROVED through CTRAPPR - but only *
      *                 while that same holder still has the lock.    *
      *                 If the lock has since been released or taken  *
      *                 by another job the item is marked LAPSED and  *
      *                 nothing is cleared, so an approval can never  *
      *                 knock a live job's lock away.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRUNLK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-UNLOCK-TXN-FILE ASSIGN TO "CTRUNLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CTR-LOCK-FILE ASSIGN TO "CTRLCKF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-LOCK-RRN
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-UNLOCK-TXN-FILE.
           COPY CTRUNLX.

       FD  CTR-LOCK-FILE.
           COPY CTRLCK.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-OK               VALUE "00".
       01  WS-LOCK-RRN                 PIC 9(4) VALUE 1.
       01  WS-LOCK-KEY-LIT             PIC X(8) VALUE "CTRMSTR".
       01  WS-LOCK-REQUEST             PIC X(8) VALUE "CLEAR".
       01  WS-JOB-NAME                 PIC X(8) VALUE "CTRUNLK".
       01  WS-LOCK-STATUS-CODE         PIC XX.

      *    The lock as read this run - held or not, by whom, since
      *    when.
       01  WS-LOCK-HELD-SWITCH         PIC X VALUE "N".
           88  WS-LOCK-IS-HELD               VALUE "Y".
       01  WS-HOLDER-JOB-NAME          PIC X(08).
       01  WS-HOLDER-TIMESTAMP         PIC X(26).

       01  WS-AUTH-ACTION              PIC X(8) VALUE "UNLOCK".
       01  WS-AUTH-STATUS              PIC XX.

           COPY CTRPEND.

       01  WS-PND-REQUEST              PIC X(8).
       01  WS-PND-STATUS-CODE          PIC XX.
       01  WS-APPR-SCAN-SWITCH         PIC X VALUE "N".
           88  WS-APPR-SCAN-DONE             VALUE "Y".
       01  WS-ITEM-SETTLED-SWITCH      PIC X VALUE "N".
           88  WS-ITEM-SETTLED               VALUE "Y".
      *    A failure part-way through is held here, not in
      *    RETURN-CODE, which each CALLed module resets on return.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE "N".
           88  WS-RUN-FAILED                 VALUE "Y".
       01  WS-LAST-ITEM-ID             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-APPLY-APPROVED-CLEARS
           OPEN INPUT CTR-UNLOCK-TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "CTRUNLK: no CTRUNLIN lock-clear request found"
           ELSE
               READ CTR-UNLOCK-TXN-FILE
                   AT END
                       DISPLAY "CTRUNLK: CTRUNLIN is empty"
                   NOT AT END
                       PERFORM 2000-STAGE-CLEAR
               END-READ
               CLOSE CTR-UNLOCK-TXN-FILE
           END-IF
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-APPLY-APPROVED-CLEARS.
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
                   IF PEND-ACTION-UNLOCK
                       PERFORM 1100-APPLY-APPROVED-CLEAR
                   END-IF
               END-IF
           END-PERFORM.

       1100-APPLY-APPROVED-CLEAR.
      *    A clear CTRLOCK did not carry out leaves the item APPROVED,
      *    so the approval is still there to apply on the next run.
           MOVE "Y" TO WS-ITEM-SETTLED-SWITCH
           PERFORM 3000-READ-LOCK
           IF WS-LOCK-IS-HELD
               AND WS-HOLDER-JOB-NAME = PEND-LOCK-HOLDER
               AND WS-HOLDER-TIMESTAMP = PEND-LOCK-TS
               CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                       WS-LOCK-STATUS-CODE
               IF WS-LOCK-STATUS-CODE = "00"
                   DISPLAY "CTRUNLK: item " PEND-ITEM-ID
                           " lock held by " PEND-LOCK-HOLDER
                           " cleared, staged by " PEND-MAKER-ID
                           " approved by " PEND-CHECKER-ID
                   SET PEND-APPLIED TO TRUE
               ELSE
                   DISPLAY "CTRUNLK: item " PEND-ITEM-ID
                           " lock held by " PEND-LOCK-HOLDER
                           " not cleared, CTRLOCK status "
                           WS-LOCK-STATUS-CODE
                           " - item left APPROVED"
                   MOVE "N" TO WS-ITEM-SETTLED-SWITCH
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           ELSE
               DISPLAY "CTRUNLK: item " PEND-ITEM-ID " lapsed - the "
                       "lock held by " PEND-LOCK-HOLDER " since "
                       PEND-LOCK-TS (1:14)
                       " is no longer held, nothing cleared"
               SET PEND-LAPSED TO TRUE
           END-IF
           IF WS-ITEM-SETTLED
               MOVE "UPDATE" TO WS-PND-REQUEST
               CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                       WS-PND-STATUS-CODE
               IF WS-PND-STATUS-CODE NOT = "00"
                   DISPLAY "CTRUNLK: item " PEND-ITEM-ID
                           " not marked " PEND-STATUS
                           ", CTRPENDF status " WS-PND-STATUS-CODE
                           " - mark it before the next run"
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       2000-STAGE-CLEAR.
           CALL "CTRAUTH" USING UNLX-OPERATOR-ID WS-AUTH-ACTION
                   WS-AUTH-STATUS
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "CTRUNLK: operator " UNLX-OPERATOR-ID
                       " is not authorized to clear the lock "
                       "(status " WS-AUTH-STATUS "), nothing staged"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3000-READ-LOCK
               IF NOT WS-LOCK-IS-HELD
                   DISPLAY "CTRUNLK: the counter-master lock is not "
                           "held, nothing to clear"
               ELSE
                   PERFORM 2100-STAGE-CLEAR-ITEM
               END-IF
           END-IF.

       2100-STAGE-CLEAR-ITEM.
           MOVE SPACES TO CTR-PENDING-RECORD
           SET PEND-ACTION-UNLOCK TO TRUE
           MOVE WS-LOCK-KEY-LIT TO PEND-COUNTER-ID
           MOVE 0 TO PEND-NEW-VALUE
           MOVE UNLX-OPERATOR-ID TO PEND-MAKER-ID
           MOVE WS-HOLDER-JOB-NAME TO PEND-LOCK-HOLDER
           MOVE WS-HOLDER-TIMESTAMP TO PEND-LOCK-TS
           MOVE "STAGE" TO WS-PND-REQUEST
           CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                   WS-PND-STATUS-CODE
           EVALUATE WS-PND-STATUS-CODE
               WHEN "00"
                   DISPLAY "CTRUNLK: clear of the lock held by "
                           WS-HOLDER-JOB-NAME " since "
                           WS-HOLDER-TIMESTAMP (1:14)
                           " staged as item " PEND-ITEM-ID
                           " - awaiting approval by a second operator"
               WHEN "DP"
                   DISPLAY "CTRUNLK: a lock clear is already "
                           PEND-STATUS " as item " PEND-ITEM-ID
                           ", nothing staged"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CTRUNLK: lock clear could not be staged, "
                           "CTRPENDF status " WS-PND-STATUS-CODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       3000-READ-LOCK.
           MOVE "N" TO WS-LOCK-HELD-SWITCH
           MOVE SPACES TO WS-HOLDER-JOB-NAME
           MOVE SPACES TO WS-HOLDER-TIMESTAMP
           OPEN INPUT CTR-LOCK-FILE
           IF WS-LOCK-FILE-OK
               MOVE 1 TO WS-LOCK-RRN
               READ CTR-LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LCK-HELD
                           SET WS-LOCK-IS-HELD TO TRUE
                           MOVE LCK-JOB-NAME TO WS-HOLDER-JOB-NAME
                           MOVE LCK-TIMESTAMP TO WS-HOLDER-TIMESTAMP
                       END-IF
               END-READ
               CLOSE CTR-LOCK-FILE
           END-IF.
