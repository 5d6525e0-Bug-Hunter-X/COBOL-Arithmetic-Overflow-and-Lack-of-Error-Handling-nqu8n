      *****************************************************************
      *  PROGRAM-ID   : CTRAUTH                                       *
      *  PURPOSE      : Shared operator authority check, CALLed by    *
      *                 every job that takes a sensitive action on    *
      *                 an operator's say-so - CTRRESET, CTRMNT       *
      *                 RESET and ROLL, CTRBDSET, CTRUNLK, CTRTMNT    *
      *                 and the CTRAPPR checker run - so the operator *
      *                 id on the card must belong to a real, active  *
      *                 person on the CTROPRF register who is         *
      *                 entitled to the action asked for.  The        *
      *                 register is loaded on the first call and held *
      *                 for the rest of the run.  There is no default *
      *                 authority: with no register every request is  *
      *                 refused.                                      *
      *                 Actions: RESET, ROLL, BDATE, UNLOCK, APPROVE. *
      *                 SIGNON needs no entitlement - it only proves  *
      *                 the operator is on the register and active,   *
      *                 as the CTRINQ screen asks before it takes a   *
      *                 maintenance transaction.                      *
      *                 Status codes: 00 authorized, NF operator not  *
      *                 on the register or revoked, NA operator not   *
      *                 authorized for the action, NR no register     *
      *                 found, RQ unknown action.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-OPERATOR-FILE ASSIGN TO "CTROPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-OPERATOR-FILE.
           COPY CTROPR.

       WORKING-STORAGE SECTION.
       01  WS-OPR-STATUS               PIC XX.
       01  WS-OPR-LOADED-SWITCH        PIC X VALUE "N".
           88  WS-OPR-LOADED                 VALUE "Y".
       01  WS-OPR-FOUND-FILE-SWITCH    PIC X VALUE "N".
           88  WS-OPR-FILE-FOUND             VALUE "Y".

      *    Keep the capacity in step with CTRTMNT's CTROPRF limit.
       01  WS-OPR-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-OPR-ROWS             PIC 9(4) VALUE 200.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID-T         PIC X(08).
               10  WS-OPR-STATUS-T     PIC X(01).
               10  WS-OPR-RESET-T      PIC X(01).
               10  WS-OPR-ROLL-T       PIC X(01).
               10  WS-OPR-BDATE-T      PIC X(01).
               10  WS-OPR-UNLOCK-T     PIC X(01).
               10  WS-OPR-APPROVE-T    PIC X(01).
       01  WS-OPR-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-OPR-FOUND                  VALUE "Y".
       01  WS-GRANTED                  PIC X(01).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID              PIC X(08).
       01  LK-AUTH-ACTION              PIC X(08).
           88  LK-AUTH-RESET                 VALUE "RESET".
           88  LK-AUTH-ROLL                  VALUE "ROLL".
           88  LK-AUTH-BDATE                 VALUE "BDATE".
           88  LK-AUTH-UNLOCK                VALUE "UNLOCK".
           88  LK-AUTH-APPROVE               VALUE "APPROVE".
           88  LK-AUTH-SIGNON                VALUE "SIGNON".
       01  LK-AUTH-STATUS              PIC XX.

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-AUTH-ACTION
               LK-AUTH-STATUS.
       0000-MAIN-PROCESS.
           MOVE "00" TO LK-AUTH-STATUS
           IF NOT WS-OPR-LOADED
               PERFORM 1000-LOAD-OPERATOR-TABLE
           END-IF
           IF NOT WS-OPR-FILE-FOUND
               MOVE "NR" TO LK-AUTH-STATUS
           ELSE
               PERFORM 2000-FIND-OPERATOR
               IF NOT WS-OPR-FOUND
                   MOVE "NF" TO LK-AUTH-STATUS
               ELSE
                   IF WS-OPR-STATUS-T (WS-OPR-IDX) NOT = "A"
                       MOVE "NF" TO LK-AUTH-STATUS
                   ELSE
                       PERFORM 3000-CHECK-ACTION
                   END-IF
               END-IF
           END-IF
           GOBACK.

       1000-LOAD-OPERATOR-TABLE.
           SET WS-OPR-LOADED TO TRUE
           OPEN INPUT CTR-OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "CTRAUTH: no CTROPRF operator register found "
                       "- every sensitive action is refused"
           ELSE
               SET WS-OPR-FILE-FOUND TO TRUE
               PERFORM UNTIL WS-OPR-STATUS NOT = "00"
                   READ CTR-OPERATOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-OPR-COUNT < WS-MAX-OPR-ROWS
                               ADD 1 TO WS-OPR-COUNT
                               SET WS-OPR-IDX TO WS-OPR-COUNT
                               MOVE OPR-OPERATOR-ID
                                   TO WS-OPR-ID-T (WS-OPR-IDX)
                               MOVE OPR-STATUS
                                   TO WS-OPR-STATUS-T (WS-OPR-IDX)
                               MOVE OPR-MAY-RESET
                                   TO WS-OPR-RESET-T (WS-OPR-IDX)
                               MOVE OPR-MAY-ROLL
                                   TO WS-OPR-ROLL-T (WS-OPR-IDX)
                               MOVE OPR-MAY-BDATE
                                   TO WS-OPR-BDATE-T (WS-OPR-IDX)
                               MOVE OPR-MAY-UNLOCK
                                   TO WS-OPR-UNLOCK-T (WS-OPR-IDX)
                               MOVE OPR-MAY-APPROVE
                                   TO WS-OPR-APPROVE-T (WS-OPR-IDX)
                           ELSE
                               DISPLAY "CTRAUTH: more than "
                                       WS-MAX-OPR-ROWS
                                       " operators on CTROPRF, "
                                       "ignoring the rest"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-OPERATOR-FILE
           END-IF.

       2000-FIND-OPERATOR.
           MOVE "N" TO WS-OPR-FOUND-SWITCH
           IF LK-OPERATOR-ID NOT = SPACES
               SET WS-OPR-IDX TO 1
               PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX > WS-OPR-COUNT
                          OR WS-OPR-FOUND
                   IF WS-OPR-ID-T (WS-OPR-IDX) = LK-OPERATOR-ID
                       MOVE "Y" TO WS-OPR-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF WS-OPR-FOUND
                   SET WS-OPR-IDX DOWN BY 1
               END-IF
           END-IF.

       3000-CHECK-ACTION.
           EVALUATE TRUE
               WHEN LK-AUTH-RESET
                   MOVE WS-OPR-RESET-T (WS-OPR-IDX) TO WS-GRANTED
               WHEN LK-AUTH-ROLL
                   MOVE WS-OPR-ROLL-T (WS-OPR-IDX) TO WS-GRANTED
               WHEN LK-AUTH-BDATE
                   MOVE WS-OPR-BDATE-T (WS-OPR-IDX) TO WS-GRANTED
               WHEN LK-AUTH-UNLOCK
                   MOVE WS-OPR-UNLOCK-T (WS-OPR-IDX) TO WS-GRANTED
               WHEN LK-AUTH-APPROVE
                   MOVE WS-OPR-APPROVE-T (WS-OPR-IDX) TO WS-GRANTED
               WHEN LK-AUTH-SIGNON
                   MOVE "Y" TO WS-GRANTED
               WHEN OTHER
                   MOVE "RQ" TO LK-AUTH-STATUS
                   MOVE "N" TO WS-GRANTED
           END-EVALUATE
           IF WS-GRANTED NOT = "Y" AND LK-AUTH-STATUS = "00"
               MOVE "NA" TO LK-AUTH-STATUS
           END-IF.
