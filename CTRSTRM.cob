      *****************************************************************
      *  PROGRAM-ID   : CTRSTRM                                       *
      *  PURPOSE      : Nightly stream driver.  Runs the nightly      *
      *                 steps in order - CTRBDSET, WSCTRUPD,          *
      *                 CTRRSVCL, CTRVOID, CTRINTG, CTRXENV, CTRXACK, *
      *                 CTRACK, CTRRECON, CTRTREND, CTRHLTH,          *
      *                 CTRARCH - each as its own program through the *
      *                 operating system, and records on the          *
      *                 CTRSTRMF run-control file, per business date, *
      *                 when each step started and ended and the      *
      *                 return code it ended with.                    *
      *                 Return-code rules replace the judgement call  *
      *                 of whoever is on shift: a step ending at or   *
      *                 above its hold code is FAILED, and every      *
      *                 later step that needs it (directly or through *
      *                 another held step) is HELD rather than run -  *
      *                 no CTRXENV feed after WSCTRUPD ends RC 8 or   *
      *                 the CTRINTG integrity proof fails, no         *
      *                 CTRARCH trim before CTRRECON and CTRXACK have *
      *                 run clean.  Steps that do not need the failed *
      *                 one still run.  RC 4 is a warning and the     *
      *                 stream carries on.                            *
      *                 A resubmission for the same business date     *
      *                 picks up at the failed step and runs what was *
      *                 held; a DONE step is never started twice for  *
      *                 its date.  A step the previous driver left    *
      *                 RUNNING is in doubt - it may have finished -  *
      *                 and the stream holds until the operator       *
      *                 resubmits with PARM 'DONE step' (it finished) *
      *                 or 'RERUN step' (it did not).                 *
      *                 The business date is the one on the CTRBDTIN  *
      *                 card CTRBDSET is about to set, or the current *
      *                 CTRBDATF date when there is no card.          *
      *                 The stream-completion summary for the morning *
      *                 shift is printed on CTRSTRMR.                 *
      *                 Return code: 0 all steps done clean, 4 done   *
      *                 with warnings, 8 steps failed or held, 12     *
      *                 nothing run (in-doubt step, bad PARM or the   *
      *                 run-control file unusable).                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRSTRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-STREAM-FILE ASSIGN TO "CTRSTRMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT CTR-BDATE-TXN-FILE ASSIGN TO "CTRBDTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRSTRMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-STREAM-FILE.
       01  CTR-STREAM-LINE             PIC X(92).

       FD  CTR-BDATE-TXN-FILE.
           COPY CTRBDTX.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STREAM-STATUS            PIC XX.
           88  WS-STREAM-EOF                 VALUE "10".
       01  WS-TXN-STATUS               PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

           COPY CTRSTRC.

       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-SUBMIT-TS                PIC X(26).

      *    The stream.  A step runs only when every prerequisite
      *    named for it is DONE for the business date; it FAILS when
      *    it ends with a return code at or above its hold code.
      *    Prerequisites are always earlier steps, so their outcome
      *    is settled by the time a step comes up.
       01  WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME-T      PIC X(08).
               10  WS-STEP-HOLD-RC-T   PIC 9(04).
               10  WS-STEP-PREREQ-T    PIC X(08) OCCURS 3 TIMES.
               10  WS-STEP-ROW-T       PIC 9(05).
               10  WS-STEP-NOTE-T      PIC X(40).
       01  WS-PREREQ-SUB               PIC 9(2).
       01  WS-PREREQ-NAME              PIC X(8).
       01  WS-CHECK-IDX                PIC 9(2).
       01  WS-HOLDING-STEP             PIC X(8).

      *    The whole run-control file is worked on in memory and
      *    rewritten after every status change, the way CTRRSVCL
      *    holds the reservation file - LINE SEQUENTIAL has no
      *    rewrite in place.  Entry width is the CTRSTRC.cpy record
      *    length - keep them in step.  Eleven rows a night is over
      *    a year of history; a file past capacity is refused
      *    untouched rather than truncated.
       01  WS-ROW-COUNT                PIC 9(5) VALUE 0.
       01  WS-MAX-ROWS                 PIC 9(5) VALUE 5000.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ROW-IDX
                   PIC X(92).
       01  WS-ROW-SUB                  PIC 9(5).

      *    The most recent earlier business date on the file and how
      *    many of its steps never reached DONE - worth a line on the
      *    summary before a new date is started over an unfinished
      *    one.
       01  WS-PRIOR-DATE               PIC X(8).
       01  WS-PRIOR-OPEN-COUNT         PIC 9(2) VALUE 0.

      *    Operator PARM resolving an in-doubt step: DONE or RERUN
      *    followed by the step name.
       01  WS-PARM-CARD                PIC X(30).
       01  WS-PARM-VERB                PIC X(8).
           88  WS-PARM-NONE                  VALUE SPACES.
           88  WS-PARM-DONE                  VALUE "DONE".
           88  WS-PARM-RERUN                 VALUE "RERUN".
       01  WS-PARM-STEP                PIC X(8).

       01  WS-REFUSED-SWITCH           PIC X VALUE "N".
           88  WS-STREAM-REFUSED             VALUE "Y".
       01  WS-IN-DOUBT-SWITCH          PIC X VALUE "N".
           88  WS-STREAM-IN-DOUBT            VALUE "Y".
       01  WS-IN-DOUBT-STEP            PIC X(8) VALUE SPACES.
       01  WS-STEP-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-STEP-FOUND                 VALUE "Y".
       01  WS-ROWS-READY-SWITCH        PIC X VALUE "N".
           88  WS-ROWS-READY                 VALUE "Y".

       01  WS-STEP-COMMAND             PIC X(80).
       01  WS-SYSTEM-STATUS            PIC S9(9).
       01  WS-STEP-RC                  PIC 9(4).

       01  WS-RUN-COUNT                PIC 9(2) VALUE 0.
       01  WS-DONE-COUNT               PIC 9(2) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(2) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(2) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(2) VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(2) VALUE 0.

       01  WS-DETAIL-LINE              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-SUBMIT-TS
           PERFORM 1000-DEFINE-STREAM-STEPS
           PERFORM 1100-DETERMINE-BUSINESS-DATE
           PERFORM 1150-READ-OPERATOR-PARM
           IF NOT WS-STREAM-REFUSED
               PERFORM 1200-LOAD-RUN-CONTROL
           END-IF
           IF NOT WS-STREAM-REFUSED
               PERFORM 1300-PREPARE-BUSINESS-DATE
           END-IF
           IF NOT WS-STREAM-REFUSED
               PERFORM 1400-APPLY-OPERATOR-PARM
           END-IF
           IF NOT WS-STREAM-REFUSED
               PERFORM 1500-CHECK-IN-DOUBT-STEPS
           END-IF
           IF NOT WS-STREAM-REFUSED AND NOT WS-STREAM-IN-DOUBT
               PERFORM 2000-RUN-ONE-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-IF
           IF WS-ROWS-READY
               PERFORM 3000-PRINT-SUMMARY
           END-IF
           PERFORM 0100-SET-RETURN-CODE
           STOP RUN.

       0100-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-STREAM-REFUSED
               WHEN WS-STREAM-IN-DOUBT
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FAILED-COUNT > 0
                 OR WS-HELD-COUNT > 0
                 OR WS-OPEN-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       1000-DEFINE-STREAM-STEPS.
      *    Every step needs the business date set first.  The feed
      *    is cut from what WSCTRUPD minted, only once the integrity
      *    proof has shown the masters, journal, pool and blocks
      *    agree, and acknowledged against the feed; reconciliation
      *    and the trend read the night's issuance; the archive trim
      *    waits until reconciliation and the acknowledgement have
      *    both run clean, so nothing is trimmed before it has been
      *    proved.
           MOVE SPACES TO WS-STEP-TABLE
           MOVE "CTRBDSET" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE SPACES TO WS-STEP-PREREQ-T (WS-STEP-IDX 1)
           MOVE "WSCTRUPD" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "CTRRSVCL" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "CTRVOID" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "CTRINTG" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "WSCTRUPD" TO WS-STEP-PREREQ-T (WS-STEP-IDX 2)
           MOVE "CTRRSVCL" TO WS-STEP-PREREQ-T (WS-STEP-IDX 3)
           MOVE "CTRXENV" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "WSCTRUPD" TO WS-STEP-PREREQ-T (WS-STEP-IDX 2)
           MOVE "CTRINTG" TO WS-STEP-PREREQ-T (WS-STEP-IDX 3)
           MOVE "CTRXACK" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "CTRXENV" TO WS-STEP-PREREQ-T (WS-STEP-IDX 2)
           MOVE "CTRACK" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "CTRRECON" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "WSCTRUPD" TO WS-STEP-PREREQ-T (WS-STEP-IDX 2)
           MOVE "CTRRSVCL" TO WS-STEP-PREREQ-T (WS-STEP-IDX 3)
           MOVE "CTRTREND" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "WSCTRUPD" TO WS-STEP-PREREQ-T (WS-STEP-IDX 2)
           MOVE "CTRHLTH" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "CTRARCH" TO WS-PREREQ-NAME
           PERFORM 1010-ADD-STEP
           MOVE "CTRRECON" TO WS-STEP-PREREQ-T (WS-STEP-IDX 2)
           MOVE "CTRXACK" TO WS-STEP-PREREQ-T (WS-STEP-IDX 3).

       1010-ADD-STEP.
      *    Adds the step named in WS-PREREQ-NAME with the default
      *    hold code (8) and CTRBDSET as its first prerequisite; the
      *    caller then names any further prerequisites.
           ADD 1 TO WS-STEP-COUNT
           SET WS-STEP-IDX TO WS-STEP-COUNT
           MOVE WS-PREREQ-NAME TO WS-STEP-NAME-T (WS-STEP-IDX)
           MOVE 8 TO WS-STEP-HOLD-RC-T (WS-STEP-IDX)
           MOVE "CTRBDSET" TO WS-STEP-PREREQ-T (WS-STEP-IDX 1)
           MOVE 0 TO WS-STEP-ROW-T (WS-STEP-IDX).

       1100-DETERMINE-BUSINESS-DATE.
           MOVE SPACES TO WS-BUSINESS-DATE
           OPEN INPUT CTR-BDATE-TXN-FILE
           IF WS-TXN-STATUS = "00"
               READ CTR-BDATE-TXN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDTX-NEW-DATE IS NUMERIC
                           MOVE BDTX-NEW-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CTR-BDATE-TXN-FILE
           END-IF
           IF WS-BUSINESS-DATE = SPACES
               CALL "CTRBDATE" USING WS-BUSINESS-DATE
           END-IF.

       1150-READ-OPERATOR-PARM.
           MOVE SPACES TO WS-PARM-CARD
           MOVE SPACES TO WS-PARM-VERB
           MOVE SPACES TO WS-PARM-STEP
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-PARM-CARD) TO WS-PARM-CARD
           IF WS-PARM-CARD NOT = SPACES
               UNSTRING FUNCTION TRIM (WS-PARM-CARD)
                   DELIMITED BY ALL SPACE
                   INTO WS-PARM-VERB WS-PARM-STEP
           END-IF
           IF NOT WS-PARM-NONE
               IF (NOT WS-PARM-DONE AND NOT WS-PARM-RERUN)
                   OR WS-PARM-STEP = SPACES
                   DISPLAY "CTRSTRM: PARM " FUNCTION TRIM (WS-PARM-CARD)
                           " not recognized - use DONE step or "
                           "RERUN step"
                   SET WS-STREAM-REFUSED TO TRUE
               END-IF
           END-IF.

       1200-LOAD-RUN-CONTROL.
           OPEN INPUT CTR-STREAM-FILE
           IF WS-STREAM-STATUS = "00"
               PERFORM UNTIL WS-STREAM-EOF
                   READ CTR-STREAM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-ROW-COUNT < WS-MAX-ROWS
                               ADD 1 TO WS-ROW-COUNT
                               MOVE CTR-STREAM-LINE
                                   TO WS-ROW-ENTRY (WS-ROW-COUNT)
                           ELSE
                               SET WS-STREAM-REFUSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-STREAM-FILE
               IF WS-STREAM-REFUSED
                   DISPLAY "CTRSTRM: CTRSTRMF has more than "
                           WS-MAX-ROWS " rows - nothing run, "
                           "trim old business dates or widen "
                           "WS-MAX-ROWS"
               END-IF
           END-IF.

       1300-PREPARE-BUSINESS-DATE.
      *    Finds this business date's row for every step, adding a
      *    PENDING row for any step the date has not seen yet, and
      *    notes the most recent earlier date and how much of its
      *    stream never finished.
           MOVE SPACES TO WS-PRIOR-DATE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE WS-ROW-ENTRY (WS-ROW-SUB) TO CTR-STREAM-RECORD
               IF STRM-BUSINESS-DATE = WS-BUSINESS-DATE
                   PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                           UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       IF WS-STEP-NAME-T (WS-STEP-IDX)
                               = STRM-STEP-NAME
                           MOVE WS-ROW-SUB
                               TO WS-STEP-ROW-T (WS-STEP-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               IF STRM-BUSINESS-DATE < WS-BUSINESS-DATE
                   AND STRM-BUSINESS-DATE > WS-PRIOR-DATE
                   MOVE STRM-BUSINESS-DATE TO WS-PRIOR-DATE
               END-IF
           END-PERFORM
           PERFORM 1310-COUNT-PRIOR-OPEN-STEPS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-STREAM-REFUSED
               IF WS-STEP-ROW-T (WS-STEP-IDX) = 0
                   PERFORM 1320-ADD-PENDING-ROW
               END-IF
           END-PERFORM
           IF NOT WS-STREAM-REFUSED
               SET WS-ROWS-READY TO TRUE
               PERFORM 8000-SAVE-RUN-CONTROL
           END-IF.

       1310-COUNT-PRIOR-OPEN-STEPS.
           MOVE 0 TO WS-PRIOR-OPEN-COUNT
           IF WS-PRIOR-DATE NOT = SPACES
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-ROW-COUNT
                   MOVE WS-ROW-ENTRY (WS-ROW-SUB)
                       TO CTR-STREAM-RECORD
                   IF STRM-BUSINESS-DATE = WS-PRIOR-DATE
                       AND NOT STRM-DONE
                       ADD 1 TO WS-PRIOR-OPEN-COUNT
                   END-IF
               END-PERFORM
               IF WS-PRIOR-OPEN-COUNT > 0
                   DISPLAY "CTRSTRM: warning - the stream for "
                           WS-PRIOR-DATE " left "
                           WS-PRIOR-OPEN-COUNT
                           " step(s) not done"
               END-IF
           END-IF.

       1320-ADD-PENDING-ROW.
           IF WS-ROW-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-ROW-COUNT
               MOVE SPACES TO CTR-STREAM-RECORD
               MOVE WS-BUSINESS-DATE TO STRM-BUSINESS-DATE
               SET WS-CHECK-IDX TO WS-STEP-IDX
               MOVE WS-CHECK-IDX TO STRM-STEP-SEQ
               MOVE WS-STEP-NAME-T (WS-STEP-IDX) TO STRM-STEP-NAME
               SET STRM-PENDING TO TRUE
               MOVE 0 TO STRM-RETURN-CODE
               MOVE 0 TO STRM-RUN-COUNT
               MOVE CTR-STREAM-RECORD TO WS-ROW-ENTRY (WS-ROW-COUNT)
               MOVE WS-ROW-COUNT TO WS-STEP-ROW-T (WS-STEP-IDX)
           ELSE
               DISPLAY "CTRSTRM: CTRSTRMF is full - nothing run, "
                       "trim old business dates or widen "
                       "WS-MAX-ROWS"
               SET WS-STREAM-REFUSED TO TRUE
           END-IF.

       1400-APPLY-OPERATOR-PARM.
      *    DONE or RERUN only resolves a step left RUNNING - it is
      *    not a way round a step that failed or has not run.
           IF NOT WS-PARM-NONE
               MOVE "N" TO WS-STEP-FOUND-SWITCH
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                          OR WS-STEP-FOUND
                   IF WS-STEP-NAME-T (WS-STEP-IDX) = WS-PARM-STEP
                       SET WS-STEP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-STEP-FOUND
                   SET WS-STEP-IDX DOWN BY 1
                   PERFORM 1410-RESOLVE-IN-DOUBT-STEP
               ELSE
                   DISPLAY "CTRSTRM: " WS-PARM-STEP
                           " is not a step of the nightly stream"
                   SET WS-STREAM-REFUSED TO TRUE
               END-IF
           END-IF.

       1410-RESOLVE-IN-DOUBT-STEP.
           MOVE WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
               TO CTR-STREAM-RECORD
           IF NOT STRM-RUNNING
               DISPLAY "CTRSTRM: " FUNCTION TRIM (WS-PARM-STEP)
                       " is " FUNCTION TRIM (STRM-STEP-STATUS)
                       " for " WS-BUSINESS-DATE
                       ", not in doubt - PARM "
                       FUNCTION TRIM (WS-PARM-VERB)
                       " refused, nothing run"
               SET WS-STREAM-REFUSED TO TRUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO STRM-END-TS
               IF WS-PARM-DONE
                   SET STRM-DONE TO TRUE
                   MOVE 0 TO STRM-RETURN-CODE
                   MOVE "MARKED DONE BY OPERATOR PARM"
                       TO WS-STEP-NOTE-T (WS-STEP-IDX)
               ELSE
                   SET STRM-FAILED TO TRUE
                   MOVE 9999 TO STRM-RETURN-CODE
                   MOVE "MARKED NOT RUN BY OPERATOR PARM"
                       TO WS-STEP-NOTE-T (WS-STEP-IDX)
               END-IF
               MOVE CTR-STREAM-RECORD
                   TO WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
               PERFORM 8000-SAVE-RUN-CONTROL
               DISPLAY "CTRSTRM: in-doubt step " WS-PARM-STEP
                       " marked " FUNCTION TRIM (STRM-STEP-STATUS)
                       " by operator PARM"
           END-IF.

       1500-CHECK-IN-DOUBT-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-STREAM-IN-DOUBT
               MOVE WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
                   TO CTR-STREAM-RECORD
               IF STRM-RUNNING
                   SET WS-STREAM-IN-DOUBT TO TRUE
                   MOVE STRM-STEP-NAME TO WS-IN-DOUBT-STEP
                   MOVE "IN FLIGHT WHEN THE LAST DRIVER ENDED"
                       TO WS-STEP-NOTE-T (WS-STEP-IDX)
               END-IF
           END-PERFORM
           IF WS-STREAM-IN-DOUBT
               DISPLAY "CTRSTRM: step " WS-IN-DOUBT-STEP
                       " was in flight when the last driver ended "
                       "and may have completed - nothing run.  "
                       "Check its output and resubmit with PARM "
                       "'DONE " FUNCTION TRIM (WS-IN-DOUBT-STEP)
                       "' or 'RERUN "
                       FUNCTION TRIM (WS-IN-DOUBT-STEP) "'"
           END-IF.

       2000-RUN-ONE-STEP.
           MOVE WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
               TO CTR-STREAM-RECORD
           IF STRM-DONE
               IF WS-STEP-NOTE-T (WS-STEP-IDX) = SPACES
                   MOVE "COMPLETED EARLIER - NOT RERUN"
                       TO WS-STEP-NOTE-T (WS-STEP-IDX)
               END-IF
           ELSE
               PERFORM 2100-CHECK-PREREQUISITES
               IF WS-HOLDING-STEP NOT = SPACES
                   SET STRM-HELD TO TRUE
                   MOVE WS-HOLDING-STEP TO STRM-HELD-BY
                   MOVE CTR-STREAM-RECORD
                       TO WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
                   PERFORM 8000-SAVE-RUN-CONTROL
                   MOVE SPACES TO WS-STEP-NOTE-T (WS-STEP-IDX)
                   STRING "HELD - " DELIMITED BY SIZE
                          WS-HOLDING-STEP DELIMITED BY SPACE
                          " IS NOT DONE" DELIMITED BY SIZE
                          INTO WS-STEP-NOTE-T (WS-STEP-IDX)
                   DISPLAY "CTRSTRM: step "
                           WS-STEP-NAME-T (WS-STEP-IDX)
                           " held - " WS-HOLDING-STEP
                           " is not done"
               ELSE
                   PERFORM 2200-START-STEP
               END-IF
           END-IF.

       2100-CHECK-PREREQUISITES.
           MOVE SPACES TO WS-HOLDING-STEP
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 3
                      OR WS-HOLDING-STEP NOT = SPACES
               MOVE WS-STEP-PREREQ-T (WS-STEP-IDX WS-PREREQ-SUB)
                   TO WS-PREREQ-NAME
               IF WS-PREREQ-NAME NOT = SPACES
                   PERFORM 2110-CHECK-ONE-PREREQUISITE
               END-IF
           END-PERFORM
      *    The prerequisite rows were read through CTR-STREAM-RECORD,
      *    so the step's own row is put back for the caller.
           MOVE WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
               TO CTR-STREAM-RECORD.

       2110-CHECK-ONE-PREREQUISITE.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-STEP-COUNT
               IF WS-STEP-NAME-T (WS-CHECK-IDX) = WS-PREREQ-NAME
                   MOVE WS-ROW-ENTRY (WS-STEP-ROW-T (WS-CHECK-IDX))
                       TO CTR-STREAM-RECORD
                   IF NOT STRM-DONE
                       MOVE WS-PREREQ-NAME TO WS-HOLDING-STEP
                   END-IF
               END-IF
           END-PERFORM.

       2200-START-STEP.
      *    The row goes to RUNNING and the file is saved before the
      *    step is started, so a driver that dies mid-step leaves
      *    the step in doubt rather than looking never run.
           SET STRM-RUNNING TO TRUE
           MOVE FUNCTION CURRENT-DATE TO STRM-START-TS
           MOVE SPACES TO STRM-END-TS
           MOVE SPACES TO STRM-HELD-BY
           MOVE 0 TO STRM-RETURN-CODE
           ADD 1 TO STRM-RUN-COUNT
           MOVE CTR-STREAM-RECORD
               TO WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
           PERFORM 8000-SAVE-RUN-CONTROL
           ADD 1 TO WS-RUN-COUNT
           DISPLAY "CTRSTRM: starting step "
                   WS-STEP-NAME-T (WS-STEP-IDX)
                   " for business date " WS-BUSINESS-DATE
           MOVE WS-STEP-NAME-T (WS-STEP-IDX) TO WS-STEP-COMMAND
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           PERFORM 2300-DERIVE-STEP-RC
           MOVE FUNCTION CURRENT-DATE TO STRM-END-TS
           MOVE WS-STEP-RC TO STRM-RETURN-CODE
           IF WS-STEP-RC >= WS-STEP-HOLD-RC-T (WS-STEP-IDX)
               SET STRM-FAILED TO TRUE
               MOVE "FAILED THIS SUBMISSION"
                   TO WS-STEP-NOTE-T (WS-STEP-IDX)
           ELSE
               SET STRM-DONE TO TRUE
               MOVE "RUN THIS SUBMISSION"
                   TO WS-STEP-NOTE-T (WS-STEP-IDX)
           END-IF
           MOVE CTR-STREAM-RECORD
               TO WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
           PERFORM 8000-SAVE-RUN-CONTROL
           DISPLAY "CTRSTRM: step " WS-STEP-NAME-T (WS-STEP-IDX)
                   " ended RC " WS-STEP-RC " - " STRM-STEP-STATUS.

       2300-DERIVE-STEP-RC.
      *    The operating system hands the step's exit code back in
      *    the high-order byte of the status; a low-order value
      *    means the step was ended abnormally, and a negative one
      *    that it could not be started.  Both are recorded as 9999,
      *    which is above every hold code.
           EVALUATE TRUE
               WHEN WS-SYSTEM-STATUS < 0
                   MOVE 9999 TO WS-STEP-RC
               WHEN WS-SYSTEM-STATUS >= 256
                   COMPUTE WS-STEP-RC = WS-SYSTEM-STATUS / 256
               WHEN WS-SYSTEM-STATUS > 0
                   MOVE 9999 TO WS-STEP-RC
               WHEN OTHER
                   MOVE 0 TO WS-STEP-RC
           END-EVALUATE.

       3000-PRINT-SUMMARY.
           OPEN OUTPUT CTR-REPORT-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CTRSTRM  NIGHTLY STREAM SUMMARY  BUSINESS DATE "
                  DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  "  SUBMITTED " DELIMITED BY SIZE
                  WS-SUBMIT-TS (1:14) DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF WS-PRIOR-OPEN-COUNT > 0
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "WARNING - THE STREAM FOR " DELIMITED BY SIZE
                      WS-PRIOR-DATE DELIMITED BY SIZE
                      " LEFT " DELIMITED BY SIZE
                      WS-PRIOR-OPEN-COUNT DELIMITED BY SIZE
                      " STEP(S) NOT DONE" DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "SEQ  STEP      STATUS    STARTED         "
                  DELIMITED BY SIZE
                  "ENDED             RC  RUNS  NOTE" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 3100-PRINT-STEP-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 3200-PRINT-STREAM-OUTCOME
           CLOSE CTR-REPORT-FILE.

       3100-PRINT-STEP-LINE.
           MOVE WS-ROW-ENTRY (WS-STEP-ROW-T (WS-STEP-IDX))
               TO CTR-STREAM-RECORD
           EVALUATE TRUE
               WHEN STRM-DONE
                   ADD 1 TO WS-DONE-COUNT
                   IF STRM-RETURN-CODE > 0
                       ADD 1 TO WS-WARNING-COUNT
                   END-IF
               WHEN STRM-FAILED
                   ADD 1 TO WS-FAILED-COUNT
               WHEN STRM-HELD
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
                   IF WS-STEP-NOTE-T (WS-STEP-IDX) = SPACES
                       MOVE "NOT REACHED THIS SUBMISSION"
                           TO WS-STEP-NOTE-T (WS-STEP-IDX)
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING STRM-STEP-SEQ DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  STRM-STEP-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  STRM-STEP-STATUS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  STRM-START-TS (1:14) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  STRM-END-TS (1:14) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  STRM-RETURN-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  STRM-RUN-COUNT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-STEP-NOTE-T (WS-STEP-IDX) DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       3200-PRINT-STREAM-OUTCOME.
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-STREAM-IN-DOUBT
                   STRING "STREAM HELD - STEP " DELIMITED BY SIZE
                          WS-IN-DOUBT-STEP DELIMITED BY SPACE
                          " WAS IN FLIGHT WHEN THE LAST DRIVER ENDED."
                          DELIMITED BY SIZE
                          "  RESUBMIT WITH PARM 'DONE "
                          DELIMITED BY SIZE
                          WS-IN-DOUBT-STEP DELIMITED BY SPACE
                          "' OR 'RERUN " DELIMITED BY SIZE
                          WS-IN-DOUBT-STEP DELIMITED BY SPACE
                          "'" DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
               WHEN WS-STREAM-REFUSED
                   MOVE "STREAM NOT RUN - SEE THE JOB LOG"
                       TO WS-DETAIL-LINE
               WHEN WS-FAILED-COUNT > 0
                 OR WS-HELD-COUNT > 0
                 OR WS-OPEN-COUNT > 0
                   STRING "STREAM INCOMPLETE - " DELIMITED BY SIZE
                          WS-FAILED-COUNT DELIMITED BY SIZE
                          " FAILED, " DELIMITED BY SIZE
                          WS-HELD-COUNT DELIMITED BY SIZE
                          " HELD.  CORRECT THE FAILED STEP AND "
                          DELIMITED BY SIZE
                          "RESUBMIT - COMPLETED STEPS ARE NOT RERUN"
                          DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
               WHEN WS-WARNING-COUNT > 0
                   STRING "STREAM COMPLETE - ALL " DELIMITED BY SIZE
                          WS-DONE-COUNT DELIMITED BY SIZE
                          " STEPS DONE, " DELIMITED BY SIZE
                          WS-WARNING-COUNT DELIMITED BY SIZE
                          " WITH WARNINGS (RC 4)" DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
               WHEN OTHER
                   STRING "STREAM COMPLETE - ALL " DELIMITED BY SIZE
                          WS-DONE-COUNT DELIMITED BY SIZE
                          " STEPS DONE CLEAN" DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
           END-EVALUATE
           PERFORM 8100-WRITE-REPORT-LINE
           DISPLAY "CTRSTRM: " WS-DETAIL-LINE (1:120).

       8000-SAVE-RUN-CONTROL.
           OPEN OUTPUT CTR-STREAM-FILE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE WS-ROW-ENTRY (WS-ROW-SUB) TO CTR-STREAM-LINE
               WRITE CTR-STREAM-LINE
           END-PERFORM
           CLOSE CTR-STREAM-FILE.

       8100-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO CTR-REPORT-LINE
           WRITE CTR-REPORT-LINE.
