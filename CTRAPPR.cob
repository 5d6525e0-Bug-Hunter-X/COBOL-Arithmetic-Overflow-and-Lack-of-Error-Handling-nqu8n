      *****************************************************************
      *  PROGRAM-ID   : CTRAPPR                                       *
      *  PURPOSE      : Checker run for the maker-checker items on    *
      *                 CTRPENDF.  Reads one decision per line from   *
      *                 CTRAPPIN (item number, APPROVE or REJECT,     *
      *                 checker operator id).  A decision is taken    *
      *                 only on a PENDING item, only from an operator *
      *                 other than the one who staged it, and only    *
      *                 when CTRAUTH shows the checker both holds     *
      *                 APPROVE authority and is entitled to the      *
      *                 action itself.  Nothing is applied here - an  *
      *                 APPROVED item is picked up by the owning job  *
      *                 (CTRRESET, CTRMNT or CTRUNLK) on its next     *
      *                 run.  Every decision is written to            *
      *                 CTR-AUDIT-FILE as an APPROVED or REJECTED     *
      *                 event naming CTRPENDF and the item number.    *
      *                 A refused decision ends the run with RC 4.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-APPROVAL-TXN-FILE ASSIGN TO "CTRAPPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CTR-AUDIT-FILE ASSIGN TO "CTRAUDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-APPROVAL-TXN-FILE.
           COPY CTRAPPX.

       FD  CTR-AUDIT-FILE.
           COPY CTRAUD.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-TXN-EOF-SWITCH           PIC X VALUE "N".
           88  WS-TXN-EOF                    VALUE "Y".
       01  WS-CTR-AUD-STATUS           PIC XX.
       01  WS-JOB-NAME                 PIC X(8) VALUE "CTRAPPR".

           COPY CTRPEND.

       01  WS-PND-REQUEST              PIC X(8).
       01  WS-PND-STATUS-CODE          PIC XX.
       01  WS-AUTH-ACTION              PIC X(8).
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-REFUSAL-REASON           PIC X(48).

       01  WS-DECISION-COUNT           PIC 9(6) VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(6) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN INPUT CTR-APPROVAL-TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "CTRAPPR: no CTRAPPIN decisions found"
           ELSE
               PERFORM UNTIL WS-TXN-EOF
                   READ CTR-APPROVAL-TXN-FILE
                       AT END
                           SET WS-TXN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DECISION-COUNT
                           PERFORM 1000-TAKE-DECISION
                   END-READ
               END-PERFORM
               CLOSE CTR-APPROVAL-TXN-FILE
           END-IF
           DISPLAY "CTRAPPR: " WS-DECISION-COUNT " decision(s) read, "
                   WS-APPROVED-COUNT " approved, "
                   WS-REJECTED-COUNT " rejected, "
                   WS-REFUSED-COUNT " refused"
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-TAKE-DECISION.
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SPACES TO CTR-PENDING-RECORD
           IF APPX-ITEM-ID NOT NUMERIC
               MOVE "item number is not numeric"
                   TO WS-REFUSAL-REASON
           ELSE
               MOVE APPX-ITEM-ID TO PEND-ITEM-ID
               MOVE "FIND" TO WS-PND-REQUEST
               CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                       WS-PND-STATUS-CODE
               PERFORM 1100-CHECK-DECISION
           END-IF
           IF WS-REFUSAL-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "CTRAPPR: item " APPX-ITEM-ID " "
                       APPX-DECISION " by " APPX-OPERATOR-ID
                       " refused - " WS-REFUSAL-REASON
           ELSE
               PERFORM 1200-RECORD-DECISION
           END-IF.

       1100-CHECK-DECISION.
           EVALUATE TRUE
               WHEN WS-PND-STATUS-CODE NOT = "00"
                   MOVE "no such item on CTRPENDF"
                       TO WS-REFUSAL-REASON
               WHEN NOT PEND-PENDING
                   STRING "item is already " DELIMITED BY SIZE
                          PEND-STATUS DELIMITED BY SIZE
                          INTO WS-REFUSAL-REASON
               WHEN NOT APPX-APPROVE AND NOT APPX-REJECT
                   MOVE "decision must be APPROVE or REJECT"
                       TO WS-REFUSAL-REASON
               WHEN APPX-OPERATOR-ID = SPACES
                   MOVE "no checker operator id"
                       TO WS-REFUSAL-REASON
               WHEN APPX-OPERATOR-ID = PEND-MAKER-ID
                   MOVE "checker is the operator who staged it"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE "APPROVE" TO WS-AUTH-ACTION
                   CALL "CTRAUTH" USING APPX-OPERATOR-ID
                           WS-AUTH-ACTION WS-AUTH-STATUS
                   IF WS-AUTH-STATUS = "00"
                       MOVE PEND-ACTION TO WS-AUTH-ACTION
                       CALL "CTRAUTH" USING APPX-OPERATOR-ID
                               WS-AUTH-ACTION WS-AUTH-STATUS
                   END-IF
                   IF WS-AUTH-STATUS NOT = "00"
                       STRING "checker not authorized for "
                                  DELIMITED BY SIZE
                              WS-AUTH-ACTION DELIMITED BY SPACE
                              " (status " DELIMITED BY SIZE
                              WS-AUTH-STATUS DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-REFUSAL-REASON
                   END-IF
           END-EVALUATE.

       1200-RECORD-DECISION.
           IF APPX-APPROVE
               SET PEND-APPROVED TO TRUE
           ELSE
               SET PEND-REJECTED TO TRUE
           END-IF
           MOVE APPX-OPERATOR-ID TO PEND-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO PEND-DECIDED-TS
           MOVE "UPDATE" TO WS-PND-REQUEST
           CALL "CTRPNDG" USING WS-PND-REQUEST CTR-PENDING-RECORD
                   WS-PND-STATUS-CODE
           IF WS-PND-STATUS-CODE NOT = "00"
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "CTRAPPR: item " APPX-ITEM-ID
                       " decision not recorded, CTRPENDF status "
                       WS-PND-STATUS-CODE
           ELSE
               IF PEND-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM 1300-WRITE-AUDIT-DECISION
               DISPLAY "CTRAPPR: item " PEND-ITEM-ID " "
                       PEND-ACTION " " PEND-COUNTER-ID " staged by "
                       PEND-MAKER-ID " " PEND-STATUS " by "
                       PEND-CHECKER-ID
           END-IF.

       1300-WRITE-AUDIT-DECISION.
           OPEN EXTEND CTR-AUDIT-FILE
           IF NOT WS-CTR-AUD-STATUS = "00"
               OPEN OUTPUT CTR-AUDIT-FILE
           END-IF
           MOVE WS-JOB-NAME TO AUD-JOB-NAME
           IF PEND-APPROVED
               SET AUD-EVENT-APPROVED TO TRUE
           ELSE
               SET AUD-EVENT-REJECTED TO TRUE
           END-IF
           MOVE PEND-DECIDED-TS TO AUD-RUN-TIMESTAMP
           MOVE PEND-NEW-VALUE TO AUD-COUNTER-VALUE
           MOVE PEND-CHECKER-ID TO AUD-OPERATOR-ID
           MOVE "CTRPENDF" TO AUD-TABLE-ID
           MOVE PEND-ITEM-ID TO AUD-TABLE-KEY
           WRITE CTR-AUDIT-RECORD
           CLOSE CTR-AUDIT-FILE.
