      *                 behind the current control record is refused, *
      *                 so a stray rerun of this step cannot drag     *
      *                 the whole subsystem back onto a booked day.   *
      *                 The operator on the card must hold BDATE      *
      *                 authority on the CTROPRF register (CTRAUTH).  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRBDSET.
       01  WS-PRIOR-DATE               PIC X(8) VALUE SPACES.
       01  WS-RECORD-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-RECORD-FOUND               VALUE "Y".
       01  WS-AUTH-ACTION              PIC X(8) VALUE "BDATE".
       01  WS-AUTH-STATUS              PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
                   AT END
                       DISPLAY "CTRBDSET: CTRBDTIN is empty"
                   NOT AT END
                       CALL "CTRAUTH" USING BDTX-OPERATOR-ID
                               WS-AUTH-ACTION WS-AUTH-STATUS
                       IF WS-AUTH-STATUS NOT = "00"
                           DISPLAY "CTRBDSET: operator "
                                   BDTX-OPERATOR-ID " is not "
                                   "authorized to set the processing "
                                   "date (status " WS-AUTH-STATUS
                                   "), nothing set"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM 1000-SET-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CTR-BDATE-TXN-FILE
           END-IF
