      *****************************************************************
      *  PROGRAM-ID   : CTRLCNRP                                      *
      *  PURPOSE      : Weekly counter-master lock contention report. *
      *                 Reads the CTRLCNF contention log CTRLOCK      *
      *                 writes whenever an ACQUIRE finds the lock     *
      *                 held, and prints to CTRLCNRR, for the seven   *
      *                 processing dates ending on the report date:   *
      *                 which waiting/holding job pairs collided, how *
      *                 often and at which hours of the night; the    *
      *                 contention by hour across all jobs; and per   *
      *                 waiting job how often it got the lock after   *
      *                 waiting and how often it gave up - so the     *
      *                 batch schedule can be moved rather than the   *
      *                 waits simply lengthened.  The report date     *
      *                 comes from a single YYYYMMDD card on          *
      *                 CTRLCRIN; with no card the CTRBDATF           *
      *                 processing date is used, so the weekly        *
      *                 schedule needs no parameter at all.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLCNRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-CONTENTION-FILE ASSIGN TO "CTRLCNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCN-STATUS.

           SELECT CTR-DATE-CARD-FILE ASSIGN TO "CTRLCRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRLCNRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-CONTENTION-FILE.
           COPY CTRLCN.

       FD  CTR-DATE-CARD-FILE.
       01  CTR-DATE-CARD               PIC X(08).

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LCN-STATUS               PIC XX.
           88  WS-LCN-EOF                    VALUE "10".
       01  WS-CARD-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-WEEK-END-DATE            PIC X(8).
       01  WS-WEEK-START-DATE          PIC X(8).
       01  WS-WEEK-START-N             PIC 9(8).
       01  WS-ROWS-READ                PIC 9(9) VALUE 0.
       01  WS-ROWS-IN-WEEK             PIC 9(9) VALUE 0.

      *    One accumulator per waiting/holding job pair seen in the
      *    week, with its events counted by hour of the day the wait
      *    began.
       01  WS-PAIR-COUNT               PIC 9(4) VALUE 0.
       01  WS-MAX-PAIRS                PIC 9(4) VALUE 200.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-WAITER-T    PIC X(08).
               10  WS-PAIR-HOLDER-T    PIC X(08).
               10  WS-PAIR-EVENTS-T    PIC 9(05).
               10  WS-PAIR-ACQUIRED-T  PIC 9(05).
               10  WS-PAIR-GAVEUP-T    PIC 9(05).
               10  WS-PAIR-OTHER-T     PIC 9(05).
               10  WS-PAIR-WAIT-T      PIC 9(07).
               10  WS-PAIR-MAX-WAIT-T  PIC 9(05).
               10  WS-PAIR-HOUR-T      PIC 9(05) OCCURS 24 TIMES.
       01  WS-PAIR-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PAIR-FOUND                 VALUE "Y".
       01  WS-PAIR-FULL-SWITCH         PIC X VALUE "N".
           88  WS-PAIR-FULL                  VALUE "Y".

      *    One accumulator per waiting job.
       01  WS-WAITER-COUNT             PIC 9(4) VALUE 0.
       01  WS-MAX-WAITERS              PIC 9(4) VALUE 200.
       01  WS-WAITER-TABLE.
           05  WS-WAITER-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-WTR-IDX.
               10  WS-WTR-JOB-T        PIC X(08).
               10  WS-WTR-EVENTS-T     PIC 9(05).
               10  WS-WTR-ACQUIRED-T   PIC 9(05).
               10  WS-WTR-GAVEUP-T     PIC 9(05).
               10  WS-WTR-WAIT-T       PIC 9(07).
       01  WS-WAITER-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-WAITER-FOUND               VALUE "Y".

      *    Contention by hour of the day the wait began, subscript
      *    hour + 1.
       01  WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY OCCURS 24 TIMES.
               10  WS-HOUR-EVENTS-T    PIC 9(05).
               10  WS-HOUR-GAVEUP-T    PIC 9(05).
               10  WS-HOUR-WAIT-T      PIC 9(07).
       01  WS-HOUR-SUB                 PIC 9(2).
       01  WS-HOUR-STEP                PIC 9(2).
       01  WS-HOUR-DISPLAY             PIC 9(2).
       01  WS-HOUR-COUNT-DISPLAY       PIC Z(4)9.

       01  WS-TOTAL-EVENTS             PIC 9(5) VALUE 0.
       01  WS-TOTAL-ACQUIRED           PIC 9(5) VALUE 0.
       01  WS-TOTAL-GAVEUP             PIC 9(5) VALUE 0.
       01  WS-TOTAL-OTHER              PIC 9(5) VALUE 0.

       01  WS-HOUR-LIST                PIC X(60).
       01  WS-HOUR-LIST-PTR            PIC 9(3).
       01  WS-GIVEUP-PCT               PIC 9(3).
       01  WS-AVERAGE-WAIT             PIC 9(5).

       01  WS-DETAIL-LINE              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-RESOLVE-REPORT-WEEK
           PERFORM 2000-ACCUMULATE-CONTENTION
           OPEN OUTPUT CTR-REPORT-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CTRLCNRP  COUNTER-MASTER LOCK CONTENTION FOR "
                  DELIMITED BY SIZE
                  "PROCESSING DATES " DELIMITED BY SIZE
                  WS-WEEK-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-WEEK-END-DATE DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF WS-ROWS-IN-WEEK = 0
               MOVE "  NO LOCK CONTENTION RECORDED IN THE REPORT WEEK"
                   TO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           ELSE
               PERFORM 3000-REPORT-JOB-PAIRS
               PERFORM 4000-REPORT-BY-HOUR
               PERFORM 5000-REPORT-GIVE-UPS
               PERFORM 6000-REPORT-TOTALS
           END-IF
           CLOSE CTR-REPORT-FILE
           DISPLAY "CTRLCNRP: " WS-ROWS-READ
                   " log row(s) read, " WS-ROWS-IN-WEEK
                   " in week " WS-WEEK-START-DATE "-" WS-WEEK-END-DATE
                   " - report on CTRLCNRR"
           IF WS-PAIR-FULL
               DISPLAY "CTRLCNRP: more than " WS-MAX-PAIRS
                       " job pairs or waiting jobs - excess not "
                       "reported, widen WS-MAX-PAIRS"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-RESOLVE-REPORT-WEEK.
           MOVE SPACES TO WS-WEEK-END-DATE
           OPEN INPUT CTR-DATE-CARD-FILE
           IF WS-CARD-STATUS = "00"
               READ CTR-DATE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTR-DATE-CARD IS NUMERIC
                           MOVE CTR-DATE-CARD TO WS-WEEK-END-DATE
                       END-IF
               END-READ
               CLOSE CTR-DATE-CARD-FILE
           END-IF
           IF WS-WEEK-END-DATE = SPACES
               CALL "CTRBDATE" USING WS-WEEK-END-DATE
           END-IF
           COMPUTE WS-WEEK-START-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-WEEK-END-DATE)) - 6)
           MOVE WS-WEEK-START-N TO WS-WEEK-START-DATE
           INITIALIZE WS-HOUR-TABLE.

       2000-ACCUMULATE-CONTENTION.
           OPEN INPUT CTR-CONTENTION-FILE
           IF WS-LCN-STATUS NOT = "00"
               DISPLAY "CTRLCNRP: no CTRLCNF contention log found"
           ELSE
               PERFORM UNTIL WS-LCN-EOF
                   READ CTR-CONTENTION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF LCN-BUSINESS-DATE >= WS-WEEK-START-DATE
                               AND LCN-BUSINESS-DATE
                                   <= WS-WEEK-END-DATE
                               ADD 1 TO WS-ROWS-IN-WEEK
                               PERFORM 2100-ACCUMULATE-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-CONTENTION-FILE
           END-IF.

       2100-ACCUMULATE-ONE-ROW.
           IF LCN-WAIT-START-TS (9:2) IS NUMERIC
               COMPUTE WS-HOUR-SUB =
                   FUNCTION NUMVAL (LCN-WAIT-START-TS (9:2)) + 1
           ELSE
               MOVE 1 TO WS-HOUR-SUB
           END-IF
           IF WS-HOUR-SUB > 24
               MOVE 1 TO WS-HOUR-SUB
           END-IF
           ADD 1 TO WS-TOTAL-EVENTS
           ADD 1 TO WS-HOUR-EVENTS-T (WS-HOUR-SUB)
           ADD LCN-WAIT-SECONDS TO WS-HOUR-WAIT-T (WS-HOUR-SUB)
           EVALUATE TRUE
               WHEN LCN-ACQUIRED
                   ADD 1 TO WS-TOTAL-ACQUIRED
               WHEN LCN-GAVE-UP
                   ADD 1 TO WS-TOTAL-GAVEUP
                   ADD 1 TO WS-HOUR-GAVEUP-T (WS-HOUR-SUB)
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-OTHER
           END-EVALUATE
           PERFORM 2200-FIND-OR-ADD-PAIR
           IF WS-PAIR-FOUND
               ADD 1 TO WS-PAIR-EVENTS-T (WS-PAIR-IDX)
               ADD 1 TO WS-PAIR-HOUR-T (WS-PAIR-IDX WS-HOUR-SUB)
               ADD LCN-WAIT-SECONDS TO WS-PAIR-WAIT-T (WS-PAIR-IDX)
               IF LCN-WAIT-SECONDS > WS-PAIR-MAX-WAIT-T (WS-PAIR-IDX)
                   MOVE LCN-WAIT-SECONDS
                       TO WS-PAIR-MAX-WAIT-T (WS-PAIR-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN LCN-ACQUIRED
                       ADD 1 TO WS-PAIR-ACQUIRED-T (WS-PAIR-IDX)
                   WHEN LCN-GAVE-UP
                       ADD 1 TO WS-PAIR-GAVEUP-T (WS-PAIR-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-PAIR-OTHER-T (WS-PAIR-IDX)
               END-EVALUATE
           END-IF
           PERFORM 2300-FIND-OR-ADD-WAITER
           IF WS-WAITER-FOUND
               ADD 1 TO WS-WTR-EVENTS-T (WS-WTR-IDX)
               ADD LCN-WAIT-SECONDS TO WS-WTR-WAIT-T (WS-WTR-IDX)
               EVALUATE TRUE
                   WHEN LCN-ACQUIRED
                       ADD 1 TO WS-WTR-ACQUIRED-T (WS-WTR-IDX)
                   WHEN LCN-GAVE-UP
                       ADD 1 TO WS-WTR-GAVEUP-T (WS-WTR-IDX)
               END-EVALUATE
           END-IF.

       2200-FIND-OR-ADD-PAIR.
           MOVE "N" TO WS-PAIR-FOUND-SWITCH
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                      OR WS-PAIR-FOUND
               IF WS-PAIR-WAITER-T (WS-PAIR-IDX) = LCN-WAITING-JOB
                   AND WS-PAIR-HOLDER-T (WS-PAIR-IDX) = LCN-HOLDING-JOB
                   MOVE "Y" TO WS-PAIR-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND
               SET WS-PAIR-IDX DOWN BY 1
           ELSE
               IF WS-PAIR-COUNT < WS-MAX-PAIRS
                   ADD 1 TO WS-PAIR-COUNT
                   SET WS-PAIR-IDX TO WS-PAIR-COUNT
                   INITIALIZE WS-PAIR-ENTRY (WS-PAIR-IDX)
                   MOVE LCN-WAITING-JOB
                       TO WS-PAIR-WAITER-T (WS-PAIR-IDX)
                   MOVE LCN-HOLDING-JOB
                       TO WS-PAIR-HOLDER-T (WS-PAIR-IDX)
                   MOVE "Y" TO WS-PAIR-FOUND-SWITCH
               ELSE
                   SET WS-PAIR-FULL TO TRUE
               END-IF
           END-IF.

       2300-FIND-OR-ADD-WAITER.
           MOVE "N" TO WS-WAITER-FOUND-SWITCH
           PERFORM VARYING WS-WTR-IDX FROM 1 BY 1
                   UNTIL WS-WTR-IDX > WS-WAITER-COUNT
                      OR WS-WAITER-FOUND
               IF WS-WTR-JOB-T (WS-WTR-IDX) = LCN-WAITING-JOB
                   MOVE "Y" TO WS-WAITER-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-WAITER-FOUND
               SET WS-WTR-IDX DOWN BY 1
           ELSE
               IF WS-WAITER-COUNT < WS-MAX-WAITERS
                   ADD 1 TO WS-WAITER-COUNT
                   SET WS-WTR-IDX TO WS-WAITER-COUNT
                   INITIALIZE WS-WAITER-ENTRY (WS-WTR-IDX)
                   MOVE LCN-WAITING-JOB TO WS-WTR-JOB-T (WS-WTR-IDX)
                   MOVE "Y" TO WS-WAITER-FOUND-SWITCH
               ELSE
                   SET WS-PAIR-FULL TO TRUE
               END-IF
           END-IF.

       3000-REPORT-JOB-PAIRS.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "COLLIDING JOB PAIRS" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  WAITING  HOLDING  EVENTS ACQUIRED GAVEUP  OTHER"
                  DELIMITED BY SIZE
                  " WAIT-SECS MAX-WAIT  HOURS (HH:EVENTS)"
                  DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 3100-REPORT-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.

       3100-REPORT-ONE-PAIR.
      *    The hours are listed from midday round to the next
      *    midday, so a night's collisions read in the order they
      *    happened.
           MOVE SPACES TO WS-HOUR-LIST
           MOVE 1 TO WS-HOUR-LIST-PTR
           PERFORM VARYING WS-HOUR-STEP FROM 0 BY 1
                   UNTIL WS-HOUR-STEP > 23
               COMPUTE WS-HOUR-SUB =
                   FUNCTION MOD (WS-HOUR-STEP + 12, 24) + 1
               IF WS-PAIR-HOUR-T (WS-PAIR-IDX WS-HOUR-SUB) > 0
                   AND WS-HOUR-LIST-PTR < 54
                   COMPUTE WS-HOUR-DISPLAY = WS-HOUR-SUB - 1
                   MOVE WS-PAIR-HOUR-T (WS-PAIR-IDX WS-HOUR-SUB)
                       TO WS-HOUR-COUNT-DISPLAY
                   STRING WS-HOUR-DISPLAY DELIMITED BY SIZE
                          ":" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-HOUR-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          INTO WS-HOUR-LIST
                          WITH POINTER WS-HOUR-LIST-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-PAIR-WAITER-T (WS-PAIR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAIR-HOLDER-T (WS-PAIR-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAIR-EVENTS-T (WS-PAIR-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-PAIR-ACQUIRED-T (WS-PAIR-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAIR-GAVEUP-T (WS-PAIR-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAIR-OTHER-T (WS-PAIR-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PAIR-WAIT-T (WS-PAIR-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-PAIR-MAX-WAIT-T (WS-PAIR-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-HOUR-LIST DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       4000-REPORT-BY-HOUR.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "CONTENTION BY HOUR THE WAIT BEGAN" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "  HOUR  EVENTS  GAVEUP  WAIT-SECS" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-HOUR-STEP FROM 0 BY 1
                   UNTIL WS-HOUR-STEP > 23
               COMPUTE WS-HOUR-SUB =
                   FUNCTION MOD (WS-HOUR-STEP + 12, 24) + 1
               IF WS-HOUR-EVENTS-T (WS-HOUR-SUB) > 0
                   COMPUTE WS-HOUR-DISPLAY = WS-HOUR-SUB - 1
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-HOUR-DISPLAY DELIMITED BY SIZE
                          ":00  " DELIMITED BY SIZE
                          WS-HOUR-EVENTS-T (WS-HOUR-SUB)
                          DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-HOUR-GAVEUP-T (WS-HOUR-SUB)
                          DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-HOUR-WAIT-T (WS-HOUR-SUB)
                          DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                   PERFORM 8100-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       5000-REPORT-GIVE-UPS.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "GIVE-UP FREQUENCY BY WAITING JOB" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "  WAITING  EVENTS ACQUIRED GAVEUP  GIVEUP-PCT AVG-WAIT"
               TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-WTR-IDX FROM 1 BY 1
                   UNTIL WS-WTR-IDX > WS-WAITER-COUNT
               COMPUTE WS-GIVEUP-PCT ROUNDED =
                   WS-WTR-GAVEUP-T (WS-WTR-IDX) * 100
                   / WS-WTR-EVENTS-T (WS-WTR-IDX)
               COMPUTE WS-AVERAGE-WAIT ROUNDED =
                   WS-WTR-WAIT-T (WS-WTR-IDX)
                   / WS-WTR-EVENTS-T (WS-WTR-IDX)
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-WTR-JOB-T (WS-WTR-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-WTR-EVENTS-T (WS-WTR-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-WTR-ACQUIRED-T (WS-WTR-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-WTR-GAVEUP-T (WS-WTR-IDX) DELIMITED BY SIZE
                      "         " DELIMITED BY SIZE
                      WS-GIVEUP-PCT DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-AVERAGE-WAIT DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-PERFORM.

       6000-REPORT-TOTALS.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CONTENTION EVENTS " DELIMITED BY SIZE
                  WS-TOTAL-EVENTS DELIMITED BY SIZE
                  "  ACQUIRED AFTER WAITING " DELIMITED BY SIZE
                  WS-TOTAL-ACQUIRED DELIMITED BY SIZE
                  "  GAVE UP " DELIMITED BY SIZE
                  WS-TOTAL-GAVEUP DELIMITED BY SIZE
                  "  STALE LOCK OR I/O ERROR " DELIMITED BY SIZE
                  WS-TOTAL-OTHER DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       8100-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO CTR-REPORT-LINE
           WRITE CTR-REPORT-LINE.
