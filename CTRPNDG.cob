      *****************************************************************
      *  PROGRAM-ID   : CTRPNDG                                       *
      *  PURPOSE      : Shared keeper of the CTRPENDF maker-checker   *
      *                 file (see CTRPEND.cpy), CALLed by the jobs    *
      *                 that stage, decide and apply the highest-risk *
      *                 counter actions.  Every request reads the     *
      *                 whole file fresh, so items staged or decided  *
      *                 earlier in the same run are always seen.      *
      *                 Requests:                                     *
      *                   STAGE    - add the item passed as a new     *
      *                              PENDING item, numbered after the *
      *                              highest on file and stamped with *
      *                              the processing date and time.   *
      *                              If the same action is already   *
      *                              outstanding for the same counter *
      *                              nothing is added and that item  *
      *                              is handed back with status DP.  *
      *                   CHECK    - the STAGE duplicate test alone:  *
      *                              DP and the outstanding item if   *
      *                              there is one, else 00.  Nothing  *
      *                              is written (preview runs).      *
      *                   FIND     - hand back the item whose number  *
      *                              is passed.                      *
      *                   NEXTAPPR - hand back the first APPROVED     *
      *                              item numbered after the one      *
      *                              passed (pass zero to start).    *
      *                   UPDATE   - replace the item with the same   *
      *                              number and rewrite the file.    *
      *                 Status codes: 00 done, DP duplicate of an     *
      *                 outstanding item, NF no such item (or no more *
      *                 approved items), FL file larger than the      *
      *                 table - left untouched, IO file could not be  *
      *                 written, RQ unknown request.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRPNDG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-PENDING-FILE ASSIGN TO "CTRPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-PENDING-FILE.
       01  CTR-PENDING-LINE            PIC X(159).

       WORKING-STORAGE SECTION.
       01  WS-PND-STATUS               PIC XX.
       01  WS-PND-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PND-EOF                    VALUE "Y".
       01  WS-PND-OVER-SWITCH          PIC X VALUE "N".
           88  WS-PND-OVER-CAPACITY          VALUE "Y".
       01  WS-PND-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-PND-FOUND                  VALUE "Y".

           COPY CTRPEND.

       01  WS-PND-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-PND-ROWS             PIC 9(4) VALUE 2000.
       01  WS-HIGH-ITEM-ID             PIC 9(06) VALUE 0.
      *    Whole items, with the number, the action and counter pair
      *    and the status picked out for the searches.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PND-IDX.
               10  WS-PND-ITEM-T.
                   15  WS-PND-ID-T     PIC X(06).
                   15  WS-PND-KEY-T    PIC X(16).
                   15  FILLER          PIC X(09).
                   15  WS-PND-STATUS-T PIC X(08).
                   15  FILLER          PIC X(120).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-WANTED-KEY.
           05  WS-WANTED-ACTION        PIC X(08).
           05  WS-WANTED-COUNTER-ID    PIC X(08).

       LINKAGE SECTION.
       01  LK-PND-REQUEST              PIC X(8).
           88  LK-PND-STAGE                  VALUE "STAGE".
           88  LK-PND-CHECK                  VALUE "CHECK".
           88  LK-PND-FIND                   VALUE "FIND".
           88  LK-PND-NEXTAPPR               VALUE "NEXTAPPR".
           88  LK-PND-UPDATE                 VALUE "UPDATE".
       01  LK-PENDING-ITEM             PIC X(159).
       01  LK-PND-STATUS               PIC XX.

       PROCEDURE DIVISION USING LK-PND-REQUEST LK-PENDING-ITEM
               LK-PND-STATUS.
       0000-MAIN-PROCESS.
           MOVE "00" TO LK-PND-STATUS
           PERFORM 1000-LOAD-PENDING-FILE
           EVALUATE TRUE
               WHEN LK-PND-STAGE
                   PERFORM 2000-STAGE-ITEM
               WHEN LK-PND-CHECK
                   PERFORM 2200-CHECK-OUTSTANDING
               WHEN LK-PND-FIND
                   PERFORM 3000-FIND-ITEM
               WHEN LK-PND-NEXTAPPR
                   PERFORM 4000-NEXT-APPROVED-ITEM
               WHEN LK-PND-UPDATE
                   PERFORM 5000-UPDATE-ITEM
               WHEN OTHER
                   MOVE "RQ" TO LK-PND-STATUS
           END-EVALUATE
           GOBACK.

       1000-LOAD-PENDING-FILE.
           MOVE 0 TO WS-PND-COUNT
           MOVE 0 TO WS-HIGH-ITEM-ID
           MOVE "N" TO WS-PND-EOF-SWITCH
           MOVE "N" TO WS-PND-OVER-SWITCH
           OPEN INPUT CTR-PENDING-FILE
           IF WS-PND-STATUS = "00"
               PERFORM UNTIL WS-PND-EOF
                   READ CTR-PENDING-FILE
                       AT END
                           SET WS-PND-EOF TO TRUE
                       NOT AT END
                           MOVE CTR-PENDING-LINE TO CTR-PENDING-RECORD
                           IF PEND-ITEM-ID NUMERIC
                               AND PEND-ITEM-ID > WS-HIGH-ITEM-ID
                               MOVE PEND-ITEM-ID TO WS-HIGH-ITEM-ID
                           END-IF
                           IF WS-PND-COUNT < WS-MAX-PND-ROWS
                               ADD 1 TO WS-PND-COUNT
                               SET WS-PND-IDX TO WS-PND-COUNT
                               MOVE CTR-PENDING-LINE
                                   TO WS-PND-ITEM-T (WS-PND-IDX)
                           ELSE
                               SET WS-PND-OVER-CAPACITY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-PENDING-FILE
           END-IF.

       2000-STAGE-ITEM.
           MOVE LK-PENDING-ITEM TO CTR-PENDING-RECORD
           PERFORM 2100-FIND-OUTSTANDING
           IF WS-PND-FOUND
               MOVE WS-PND-ITEM-T (WS-PND-IDX) TO LK-PENDING-ITEM
               MOVE "DP" TO LK-PND-STATUS
           ELSE
               CALL "CTRBDATE" USING WS-BUSINESS-DATE
               ADD 1 TO WS-HIGH-ITEM-ID
               MOVE WS-HIGH-ITEM-ID TO PEND-ITEM-ID
               SET PEND-PENDING TO TRUE
               MOVE WS-BUSINESS-DATE TO PEND-STAGED-DATE
               MOVE FUNCTION CURRENT-DATE TO PEND-STAGED-TS
               MOVE SPACES TO PEND-CHECKER-ID
               MOVE SPACES TO PEND-DECIDED-TS
               OPEN EXTEND CTR-PENDING-FILE
               IF WS-PND-STATUS NOT = "00"
                   OPEN OUTPUT CTR-PENDING-FILE
               END-IF
               IF WS-PND-STATUS NOT = "00"
                   MOVE "IO" TO LK-PND-STATUS
               ELSE
                   MOVE CTR-PENDING-RECORD TO CTR-PENDING-LINE
                   WRITE CTR-PENDING-LINE
                   CLOSE CTR-PENDING-FILE
                   MOVE CTR-PENDING-RECORD TO LK-PENDING-ITEM
               END-IF
           END-IF.

       2100-FIND-OUTSTANDING.
           MOVE PEND-ACTION TO WS-WANTED-ACTION
           MOVE PEND-COUNTER-ID TO WS-WANTED-COUNTER-ID
           MOVE "N" TO WS-PND-FOUND-SWITCH
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-PND-FOUND
               IF WS-PND-KEY-T (WS-PND-IDX) = WS-WANTED-KEY
                   AND (WS-PND-STATUS-T (WS-PND-IDX) = "PENDING "
                     OR WS-PND-STATUS-T (WS-PND-IDX) = "APPROVED")
                   MOVE "Y" TO WS-PND-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-PND-FOUND
               SET WS-PND-IDX DOWN BY 1
           END-IF.

       2200-CHECK-OUTSTANDING.
           MOVE LK-PENDING-ITEM TO CTR-PENDING-RECORD
           PERFORM 2100-FIND-OUTSTANDING
           IF WS-PND-FOUND
               MOVE WS-PND-ITEM-T (WS-PND-IDX) TO LK-PENDING-ITEM
               MOVE "DP" TO LK-PND-STATUS
           END-IF.

       3000-FIND-ITEM.
           MOVE LK-PENDING-ITEM TO CTR-PENDING-RECORD
           PERFORM 3100-LOCATE-ITEM
           IF WS-PND-FOUND
               MOVE WS-PND-ITEM-T (WS-PND-IDX) TO LK-PENDING-ITEM
           ELSE
               MOVE "NF" TO LK-PND-STATUS
           END-IF.

       3100-LOCATE-ITEM.
           MOVE "N" TO WS-PND-FOUND-SWITCH
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-PND-FOUND
               IF WS-PND-ID-T (WS-PND-IDX) = PEND-ITEM-ID
                   MOVE "Y" TO WS-PND-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-PND-FOUND
               SET WS-PND-IDX DOWN BY 1
           END-IF.

       4000-NEXT-APPROVED-ITEM.
           MOVE LK-PENDING-ITEM TO CTR-PENDING-RECORD
           IF PEND-ITEM-ID NOT NUMERIC
               MOVE 0 TO PEND-ITEM-ID
           END-IF
           MOVE "N" TO WS-PND-FOUND-SWITCH
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-PND-FOUND
               IF WS-PND-ID-T (WS-PND-IDX) > PEND-ITEM-ID
                   AND WS-PND-STATUS-T (WS-PND-IDX) = "APPROVED"
                   MOVE "Y" TO WS-PND-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-PND-FOUND
               SET WS-PND-IDX DOWN BY 1
               MOVE WS-PND-ITEM-T (WS-PND-IDX) TO LK-PENDING-ITEM
           ELSE
               MOVE "NF" TO LK-PND-STATUS
           END-IF.

       5000-UPDATE-ITEM.
           MOVE LK-PENDING-ITEM TO CTR-PENDING-RECORD
           IF WS-PND-OVER-CAPACITY
               DISPLAY "CTRPNDG: CTRPENDF holds more than "
                       WS-MAX-PND-ROWS " items, item "
                       PEND-ITEM-ID " not updated"
               MOVE "FL" TO LK-PND-STATUS
           ELSE
               PERFORM 3100-LOCATE-ITEM
               IF NOT WS-PND-FOUND
                   MOVE "NF" TO LK-PND-STATUS
               ELSE
                   MOVE CTR-PENDING-RECORD
                       TO WS-PND-ITEM-T (WS-PND-IDX)
                   OPEN OUTPUT CTR-PENDING-FILE
                   IF WS-PND-STATUS NOT = "00"
                       MOVE "IO" TO LK-PND-STATUS
                   ELSE
                       PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                               UNTIL WS-PND-IDX > WS-PND-COUNT
                           MOVE WS-PND-ITEM-T (WS-PND-IDX)
                               TO CTR-PENDING-LINE
                           WRITE CTR-PENDING-LINE
                       END-PERFORM
                       CLOSE CTR-PENDING-FILE
                   END-IF
               END-IF
           END-IF.
