      *                 alerts), then one section per area - so shift *
      *                 handover works off one page instead of five   *
      *                 raw files.                                    *
      *                 Maker-checker items on CTRPENDF still         *
      *                 awaiting a decision or application are listed *
      *                 too, and those staged more than               *
      *                 WS-PEND-MAX-AGE-DAYS days ago are flagged     *
      *                 OVERDUE and counted among the exceptions.     *
      *                 Each series' lifecycle state comes from       *
      *                 CTRLIFE.  A RETIRED series will never issue   *
      *                 again, so it is left out of the counters over *
      *                 90% and the named-counter list and printed in *
      *                 its own retired-series section; a FROZEN one  *
      *                 stays in the list flagged FROZEN.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRHLTH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-AUD-STATUS.

           SELECT CTR-PENDING-FILE ASSIGN TO "CTRPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRHLTHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  CTR-AUDIT-FILE.
           COPY CTRAUD.

       FD  CTR-PENDING-FILE.
           COPY CTRPEND.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(132).

           88  WS-ALQ-EOF                    VALUE "10".
       01  WS-CTR-AUD-STATUS           PIC XX.
           88  WS-AUD-EOF                    VALUE "10".
       01  WS-PND-STATUS               PIC XX.
           88  WS-PND-EOF                    VALUE "10".
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-LAST-VALUE               PIC 9(9).
       01  WS-LAST-UPDATED             PIC X(26).
       01  WS-DATA-MAX-VALUE           PIC 9(9) VALUE 999999999.
       01  WS-DATA-STATE               PIC X(8) VALUE "ACTIVE".
           88  WS-DATA-FROZEN                VALUE "FROZEN".
           88  WS-DATA-RETIRED               VALUE "RETIRED".
       01  WS-DATA-STATE-DATE          PIC X(8) VALUE SPACES.
       01  WS-DATA-STATE-OPERATOR      PIC X(8) VALUE SPACES.

      *    Series lifecycle state, asked of CTRLIFE per series.
           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8) VALUE "STATE".
       01  WS-LCY-IN-FORCE             PIC X(8).
       01  WS-LCY-STATUS               PIC XX.
       01  WS-RETIRED-COUNT            PIC 9(4) VALUE 0.

      *    Restart checkpoint gathered from CTRRSTF.
       01  WS-RST-FOUND-SWITCH         PIC X VALUE "N".
               10  WS-CTR-CURRENT-T    PIC 9(09).
               10  WS-CTR-MAX-T        PIC 9(09).
               10  WS-CTR-OVERFLOW-T   PIC 9.
               10  WS-CTR-STATE-T      PIC X(08).
                   88  WS-CTR-FROZEN-T       VALUE "FROZEN".
                   88  WS-CTR-RETIRED-T      VALUE "RETIRED".
               10  WS-CTR-STATE-DATE-T PIC X(08).
               10  WS-CTR-STATE-OPR-T  PIC X(08).

       01  WS-REUSE-DEPTH              PIC 9(9) VALUE 0.

       01  WS-ACKED-ALERT-COUNT       PIC 9(4) VALUE 0.
       01  WS-CLOSED-ALERT-COUNT      PIC 9(4) VALUE 0.

      *    Maker-checker items gathered from CTRPENDF.  An item is
      *    outstanding while PENDING or APPROVED-but-not-applied, and
      *    overdue once it has been outstanding longer than the
      *    allowed age in days from its staging date.
       01  WS-PEND-OUTSTANDING-COUNT   PIC 9(4) VALUE 0.
       01  WS-PEND-OVERDUE-COUNT       PIC 9(4) VALUE 0.
       01  WS-PEND-MAX-AGE-DAYS        PIC 9(3) VALUE 1.
       01  WS-PEND-AGE-DAYS            PIC 9(5) VALUE 0.
       01  WS-PEND-STAGED-N            PIC 9(8).
       01  WS-RUN-DATE-N               PIC 9(8).

       01  WS-AUDIT-TOTAL-COUNT        PIC 9(9) VALUE 0.
       01  WS-AUDIT-TODAY-COUNT        PIC 9(9) VALUE 0.

           PERFORM 1200-GATHER-NAMED-COUNTERS
           PERFORM 1300-GATHER-REUSE-DEPTH
           PERFORM 1400-GATHER-ALERT-COUNTS
           PERFORM 1500-GATHER-PENDING-ITEMS
           OPEN OUTPUT CTR-REPORT-FILE
           PERFORM 2000-PRINT-EXCEPTION-SUMMARY
           PERFORM 3000-PRINT-WSDATA-SECTION
           PERFORM 3100-PRINT-CHECKPOINT-SECTION
           PERFORM 3200-PRINT-COUNTER-SECTION
           PERFORM 3250-PRINT-RETIRED-SECTION
           PERFORM 3300-PRINT-REUSE-SECTION
           PERFORM 3400-PRINT-ALERT-SECTION
           PERFORM 3450-PRINT-PENDING-SECTION
           PERFORM 3500-PRINT-AUDIT-SECTION
           CLOSE CTR-REPORT-FILE
           DISPLAY "CTRHLTH: health report written to CTRHLTHR, "
                       MOVE PARM-CEILING-VALUE TO WS-DATA-MAX-VALUE
               END-READ
               CLOSE CTR-PARM-FILE
           END-IF
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           MOVE WS-LCY-IN-FORCE TO WS-DATA-STATE
           MOVE LCY-EFFECTIVE-DATE TO WS-DATA-STATE-DATE
           MOVE LCY-OPERATOR-ID TO WS-DATA-STATE-OPERATOR
           IF WS-DATA-RETIRED
               ADD 1 TO WS-RETIRED-COUNT
           END-IF.

       1100-GATHER-CHECKPOINT.
                                   TO WS-CTR-MAX-T (WS-CTR-IDX)
                               MOVE CTR-OVERFLOW-FLAG
                                   TO WS-CTR-OVERFLOW-T (WS-CTR-IDX)
                               PERFORM 1210-GATHER-COUNTER-STATE
                           ELSE
                               DISPLAY "CTRHLTH: counter table has "
                                       "more than " WS-MAX-COUNTERS
               CLOSE CTR-COUNTER-FILE
           END-IF.

       1210-GATHER-COUNTER-STATE.
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE CTR-ID TO LCY-COUNTER-ID
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           MOVE WS-LCY-IN-FORCE TO WS-CTR-STATE-T (WS-CTR-IDX)
           MOVE LCY-EFFECTIVE-DATE TO WS-CTR-STATE-DATE-T (WS-CTR-IDX)
           MOVE LCY-OPERATOR-ID TO WS-CTR-STATE-OPR-T (WS-CTR-IDX)
           IF WS-CTR-RETIRED-T (WS-CTR-IDX)
               ADD 1 TO WS-RETIRED-COUNT
           END-IF.

       1300-GATHER-REUSE-DEPTH.
      *    A pool row may carry a whole returned range (a CTRRSVCL
      *    tail), so depth is the count of numbers awaiting reuse,
               CLOSE CTR-ALERT-FILE
           END-IF.

       1500-GATHER-PENDING-ITEMS.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           OPEN INPUT CTR-PENDING-FILE
           IF WS-PND-STATUS = "00"
               PERFORM UNTIL WS-PND-EOF
                   READ CTR-PENDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PEND-OUTSTANDING
                               ADD 1 TO WS-PEND-OUTSTANDING-COUNT
                               PERFORM 8100-AGE-PENDING-ITEM
                               IF WS-PEND-AGE-DAYS
                                       > WS-PEND-MAX-AGE-DAYS
                                   ADD 1 TO WS-PEND-OVERDUE-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-PENDING-FILE
           END-IF.

       2000-PRINT-EXCEPTION-SUMMARY.
           PERFORM 8000-COUNT-HOT-COUNTERS
           MOVE "*** EXCEPTIONS FIRST ***" TO WS-DETAIL-LINE
                  INTO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  DUAL-CONTROL ITEMS OVERDUE : " DELIMITED BY SIZE
                  WS-PEND-OVERDUE-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE.

       3000-PRINT-WSDATA-SECTION.
               MOVE "  NO CTRLASTF MASTER FOUND" TO WS-DETAIL-LINE
           END-IF
           PERFORM 9000-PRINT-DETAIL-LINE
           IF WS-DATA-FROZEN OR WS-DATA-RETIRED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  SERIES " DELIMITED BY SIZE
                      WS-DATA-STATE DELIMITED BY SPACE
                      " FROM " DELIMITED BY SIZE
                      WS-DATA-STATE-DATE DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-DATA-STATE-OPERATOR DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               IF WS-DATA-RETIRED
                   MOVE "- NOT AN EXHAUSTION RISK"
                       TO WS-DETAIL-LINE (46:24)
               END-IF
               PERFORM 9000-PRINT-DETAIL-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE.

           PERFORM 9000-PRINT-DETAIL-LINE.

       3210-PRINT-ONE-COUNTER.
      *    Retired series are printed in their own section.
           IF NOT WS-CTR-RETIRED-T (WS-CTR-IDX)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-CTR-ID-T (WS-CTR-IDX) TO WS-DETAIL-LINE (3:8)
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX)
                   TO WS-DETAIL-LINE (13:9)
               MOVE WS-CTR-MAX-T (WS-CTR-IDX) TO WS-DETAIL-LINE (24:9)
               IF WS-CTR-MAX-T (WS-CTR-IDX) > 0
                   COMPUTE WS-PCT-USED ROUNDED =
                       WS-CTR-CURRENT-T (WS-CTR-IDX) * 100
                       / WS-CTR-MAX-T (WS-CTR-IDX)
                   MOVE WS-PCT-USED TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY TO WS-DETAIL-LINE (35:5)
                   IF WS-PCT-USED >= WS-WARN-PCT
                       MOVE "OVER90" TO WS-DETAIL-LINE (42:6)
                   END-IF
               END-IF
               IF WS-CTR-OVERFLOW-T (WS-CTR-IDX) = 1
                   MOVE "OVERFLOW" TO WS-DETAIL-LINE (49:8)
               END-IF
               IF WS-CTR-FROZEN-T (WS-CTR-IDX)
                   MOVE "FROZEN" TO WS-DETAIL-LINE (58:6)
               END-IF
               PERFORM 9000-PRINT-DETAIL-LINE
           END-IF.

       3250-PRINT-RETIRED-SECTION.
           MOVE "--- RETIRED SERIES (CTRLIFF) ---"
               TO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE
           IF WS-RETIRED-COUNT = 0
               MOVE "  NO RETIRED SERIES" TO WS-DETAIL-LINE
               PERFORM 9000-PRINT-DETAIL-LINE
           ELSE
               MOVE "  COUNTER   CURRENT    MAXIMUM    RETIRED   BY"
                   TO WS-DETAIL-LINE
               PERFORM 9000-PRINT-DETAIL-LINE
               IF WS-DATA-RETIRED
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "WSDATA" TO WS-DETAIL-LINE (3:8)
                   MOVE WS-LAST-VALUE TO WS-DETAIL-LINE (13:9)
                   MOVE WS-DATA-MAX-VALUE TO WS-DETAIL-LINE (24:9)
                   MOVE WS-DATA-STATE-DATE TO WS-DETAIL-LINE (35:8)
                   MOVE WS-DATA-STATE-OPERATOR
                       TO WS-DETAIL-LINE (45:8)
                   PERFORM 9000-PRINT-DETAIL-LINE
               END-IF
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
                   IF WS-CTR-RETIRED-T (WS-CTR-IDX)
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE WS-CTR-ID-T (WS-CTR-IDX)
                           TO WS-DETAIL-LINE (3:8)
                       MOVE WS-CTR-CURRENT-T (WS-CTR-IDX)
                           TO WS-DETAIL-LINE (13:9)
                       MOVE WS-CTR-MAX-T (WS-CTR-IDX)
                           TO WS-DETAIL-LINE (24:9)
                       MOVE WS-CTR-STATE-DATE-T (WS-CTR-IDX)
                           TO WS-DETAIL-LINE (35:8)
                       MOVE WS-CTR-STATE-OPR-T (WS-CTR-IDX)
                           TO WS-DETAIL-LINE (45:8)
                       PERFORM 9000-PRINT-DETAIL-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE.

       3300-PRINT-REUSE-SECTION.
               CLOSE CTR-ALERT-FILE
           END-IF.

       3450-PRINT-PENDING-SECTION.
           MOVE "--- DUAL-CONTROL ITEMS (CTRPENDF) ---"
               TO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  OUTSTANDING " DELIMITED BY SIZE
                  WS-PEND-OUTSTANDING-COUNT DELIMITED BY SIZE
                  "  OVERDUE (OVER " DELIMITED BY SIZE
                  WS-PEND-MAX-AGE-DAYS DELIMITED BY SIZE
                  " DAY(S)) " DELIMITED BY SIZE
                  WS-PEND-OVERDUE-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE
           IF WS-PEND-OUTSTANDING-COUNT > 0
               MOVE "  ITEM    ACTION   COUNTER  STATUS   MAKER    "
                   TO WS-DETAIL-LINE
               MOVE "STAGED    AGE" TO WS-DETAIL-LINE (48:13)
               PERFORM 9000-PRINT-DETAIL-LINE
               PERFORM 3460-PRINT-OUTSTANDING-ITEMS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 9000-PRINT-DETAIL-LINE.

       3460-PRINT-OUTSTANDING-ITEMS.
      *    Second pass over the file, printing only the items still
      *    waiting on a checker or on the owning job's next run.
           OPEN INPUT CTR-PENDING-FILE
           IF WS-PND-STATUS = "00"
               PERFORM UNTIL WS-PND-EOF
                   READ CTR-PENDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PEND-OUTSTANDING
                               PERFORM 8100-AGE-PENDING-ITEM
                               MOVE SPACES TO WS-DETAIL-LINE
                               MOVE PEND-ITEM-ID
                                   TO WS-DETAIL-LINE (3:6)
                               MOVE PEND-ACTION
                                   TO WS-DETAIL-LINE (11:8)
                               MOVE PEND-COUNTER-ID
                                   TO WS-DETAIL-LINE (20:8)
                               MOVE PEND-STATUS
                                   TO WS-DETAIL-LINE (29:8)
                               MOVE PEND-MAKER-ID
                                   TO WS-DETAIL-LINE (38:8)
                               MOVE PEND-STAGED-DATE
                                   TO WS-DETAIL-LINE (48:8)
                               MOVE WS-PEND-AGE-DAYS
                                   TO WS-DETAIL-LINE (58:5)
                               IF WS-PEND-AGE-DAYS
                                       > WS-PEND-MAX-AGE-DAYS
                                   MOVE "OVERDUE"
                                       TO WS-DETAIL-LINE (64:7)
                               END-IF
                               PERFORM 9000-PRINT-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-PENDING-FILE
           END-IF.

       3500-PRINT-AUDIT-SECTION.
           MOVE "--- OVERNIGHT EVENTS (CTRAUDF, RUN DATE ONLY) ---"
               TO WS-DETAIL-LINE
                                   TO WS-DETAIL-LINE (36:9)
                               MOVE AUD-OPERATOR-ID
                                   TO WS-DETAIL-LINE (46:8)
                               MOVE AUD-TABLE-ID
                                   TO WS-DETAIL-LINE (55:8)
                               MOVE AUD-TABLE-KEY
                                   TO WS-DETAIL-LINE (64:12)
                               PERFORM 9000-PRINT-DETAIL-LINE
                           END-IF
                   END-READ
       8000-COUNT-HOT-COUNTERS.
      *    A counter is "hot" at or past WS-WARN-PCT of its ceiling.
      *    The WS-DATA series counts alongside the named counters.
      *    A retired series is never hot - it will not issue again.
           MOVE 0 TO WS-HOT-COUNTER-COUNT
           IF WS-LAST-FOUND AND WS-DATA-MAX-VALUE > 0
               AND NOT WS-DATA-RETIRED
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-LAST-VALUE * 100 / WS-DATA-MAX-VALUE
               IF WS-PCT-USED >= WS-WARN-PCT
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
               IF WS-CTR-MAX-T (WS-CTR-IDX) > 0
                   AND NOT WS-CTR-RETIRED-T (WS-CTR-IDX)
                   COMPUTE WS-PCT-USED ROUNDED =
                       WS-CTR-CURRENT-T (WS-CTR-IDX) * 100
                       / WS-CTR-MAX-T (WS-CTR-IDX)
               END-IF
           END-PERFORM.

       8100-AGE-PENDING-ITEM.
      *    Whole days from the item's staging date to the run date.
      *    An item with no usable staging date is treated as overdue
      *    - it cannot be shown to be recent; one staged on a
      *    processing date ahead of the calendar is not yet aged.
           MOVE 99999 TO WS-PEND-AGE-DAYS
           IF PEND-STAGED-DATE IS NUMERIC
               MOVE PEND-STAGED-DATE TO WS-PEND-STAGED-N
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-PEND-STAGED-N) = 0
                   IF WS-PEND-STAGED-N > WS-RUN-DATE-N
                       MOVE 0 TO WS-PEND-AGE-DAYS
                   ELSE
                       COMPUTE WS-PEND-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
                           - FUNCTION INTEGER-OF-DATE
                                 (WS-PEND-STAGED-N)
                   END-IF
               END-IF
           END-IF.

       9000-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT > WS-PAGE-SIZE
               PERFORM 9100-PRINT-PAGE-HEADING
