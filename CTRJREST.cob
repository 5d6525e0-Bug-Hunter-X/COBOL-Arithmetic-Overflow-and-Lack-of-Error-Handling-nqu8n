      *                 guessing a value to feed CTRRESET.  The       *
      *                 rebuild runs under the shared counter-master  *
      *                 lock and is recorded on CTRAUDF as a RESET    *
      *                 event attributed to the operator.  Every      *
      *                 record it rewrites is journaled through       *
      *                 CTRJRN like any other update, so the journal  *
      *                 still ends with the image the master holds    *
      *                 and CTRINTG can prove the two agree.  A       *
      *                 journal with no qualifying image leaves the   *
      *                 master completely untouched - an empty        *
      *                 journal must never wipe a live file.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRJREST.
           88  WS-ID-FOUND                   VALUE "Y".
       01  WS-RESTORED-VALUE           PIC 9(9) VALUE 0.

      *    Journal interface images for the shared CTRJRN writer, and
      *    the master's records as they stood before the rebuild -
      *    each rewritten record is journaled with its own prior
      *    image, or spaces for a counter the rebuild brings back.
       01  WS-JRN-BEFORE-IMAGE         PIC X(47).
       01  WS-JRN-AFTER-IMAGE          PIC X(47).
       01  WS-PRIOR-COUNT              PIC 9(4) VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PRI-IDX.
               10  WS-PRI-ID-T         PIC X(08).
               10  WS-PRI-IMAGE-T      PIC X(47).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN INPUT CTR-JRN-RESTORE-TXN-FILE
                       " on the journal - master left untouched"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               OPEN INPUT CTR-LAST-FILE
               IF WS-CTR-LAST-STATUS = "00"
                   MOVE 1 TO WS-CTR-LAST-RRN
                   READ CTR-LAST-FILE
                       NOT INVALID KEY
                           MOVE CTR-LAST-RECORD TO WS-JRN-BEFORE-IMAGE
                   END-READ
                   CLOSE CTR-LAST-FILE
               END-IF
               OPEN OUTPUT CTR-LAST-FILE
               MOVE 1 TO WS-CTR-LAST-RRN
               MOVE WS-LAST-RESTORE-IMAGE TO CTR-LAST-RECORD
               WRITE CTR-LAST-RECORD
               CLOSE CTR-LAST-FILE
               MOVE CTR-LAST-VALUE TO WS-RESTORED-VALUE
               MOVE WS-LAST-RESTORE-IMAGE TO WS-JRN-AFTER-IMAGE
               CALL "CTRJRN" USING WS-LAST-FILE-LIT WS-JOB-NAME
                       WS-JRN-BEFORE-IMAGE WS-JRN-AFTER-IMAGE
               PERFORM 5000-WRITE-AUDIT-ROW
               DISPLAY "CTRJREST: " WS-LAST-FILE-LIT
                       " rebuilt as of " WS-AS-OF-TIMESTAMP
                       " on the journal - master left untouched"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4100-LOAD-PRIOR-COUNTERS
               OPEN OUTPUT CTR-COUNTER-FILE
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-RESTORE-COUNT
                   WRITE CTR-TABLE-RECORD
               END-PERFORM
               CLOSE CTR-COUNTER-FILE
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-RESTORE-COUNT
                   PERFORM 4200-JOURNAL-RESTORED-COUNTER
               END-PERFORM
               MOVE WS-RESTORE-COUNT TO WS-RESTORED-VALUE
               PERFORM 5000-WRITE-AUDIT-ROW
               DISPLAY "CTRJREST: " WS-CTR-FILE-LIT
                       " journal row(s)"
           END-IF.

       4100-LOAD-PRIOR-COUNTERS.
           OPEN INPUT CTR-COUNTER-FILE
           IF WS-CTR-TAB-STATUS = "00"
               PERFORM UNTIL WS-CTR-TAB-STATUS NOT = "00"
                   READ CTR-COUNTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PRIOR-COUNT < WS-MAX-RESTORE-ROWS
                               ADD 1 TO WS-PRIOR-COUNT
                               SET WS-PRI-IDX TO WS-PRIOR-COUNT
                               MOVE CTR-ID TO WS-PRI-ID-T (WS-PRI-IDX)
                               MOVE CTR-TABLE-RECORD
                                   TO WS-PRI-IMAGE-T (WS-PRI-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-COUNTER-FILE
           END-IF.

       4200-JOURNAL-RESTORED-COUNTER.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE "N" TO WS-ID-FOUND-SWITCH
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > WS-PRIOR-COUNT
                      OR WS-ID-FOUND
               IF WS-PRI-ID-T (WS-PRI-IDX) = WS-RST-ID-T (WS-RST-IDX)
                   MOVE "Y" TO WS-ID-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-ID-FOUND
               SET WS-PRI-IDX DOWN BY 1
               MOVE WS-PRI-IMAGE-T (WS-PRI-IDX) TO WS-JRN-BEFORE-IMAGE
           END-IF
           MOVE WS-RST-IMAGE-T (WS-RST-IDX) TO WS-JRN-AFTER-IMAGE
           CALL "CTRJRN" USING WS-CTR-FILE-LIT WS-JOB-NAME
                   WS-JRN-BEFORE-IMAGE WS-JRN-AFTER-IMAGE.

       5000-WRITE-AUDIT-ROW.
      *    A rebuild is a deliberate value change like an operator
      *    reset, so it leaves the same RESET audit evidence -
           MOVE FUNCTION CURRENT-DATE TO AUD-RUN-TIMESTAMP
           MOVE WS-RESTORED-VALUE TO AUD-COUNTER-VALUE
           MOVE JRSX-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-TABLE-ID
           MOVE SPACES TO AUD-TABLE-KEY
           WRITE CTR-AUDIT-RECORD
           CLOSE CTR-AUDIT-FILE.
