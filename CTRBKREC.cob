      *****************************************************************
      *  PROGRAM-ID   : CTRBKREC                                      *
      *  PURPOSE      : Downstream booking reconciliation.  CTRRECON  *
      *                 proves our own issuance has no gaps and       *
      *                 CTRRSVCL closes out reserved blocks, but a    *
      *                 single number handed out by WSCTRUPD or       *
      *                 CTRNEXT was never confirmed as used.  This    *
      *                 run reads the booked register the downstream  *
      *                 systems send back on CTRBOOKF and matches it  *
      *                 against what we issued - the CTREXTRF9        *
      *                 extract and its CTREXTRFA archive, the        *
      *                 CTRRSVF reserved blocks and their CTRRSVFA    *
      *                 archive, and the series positions on          *
      *                 CTRLASTF / CTRCTRF - and reports three        *
      *                 exception classes on CTRBKRCR:                *
      *                   - booked but never issued by us (a rogue    *
      *                     number), with a reason code;              *
      *                   - booked more than once;                    *
      *                   - issued but still not booked after N       *
      *                     business days (weekends and CTRHOLF       *
      *                     holidays do not count).  N is 5 unless    *
      *                     the EXEC PARM overrides it, read through  *
      *                     the shared CTRCEIL subprogram.            *
      *                 Each unbooked number of the series' current   *
      *                 generation is also written to CTRBKVD in the  *
      *                 CTRVOIDIN layout (CTRVOIDX.cpy), so once the  *
      *                 list has been reviewed it can be fed to       *
      *                 CTRVOID and released back to the reuse pool.  *
      *                 Numbers already sitting on the pool are not   *
      *                 listed again; old-generation numbers are      *
      *                 reported but get no card - CTRVOID would      *
      *                 refuse them (OLDGEN).                         *
      *                 The named series keep no per-number extract,  *
      *                 so for them only a rogue or duplicate booking *
      *                 can be detected: a number inside one of the   *
      *                 series' reserved blocks, or at or below its   *
      *                 current value in the current generation, is   *
      *                 taken as issued (the rule CTRVOID applies).   *
      *                 Any exception ends the run with RC 4.  A      *
      *                 table overflow makes the results not          *
      *                 conclusive: CTRBKVD is left empty and the run *
      *                 ends with RC 8.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRBKREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-BOOKED-FILE ASSIGN TO "CTRBOOKF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT CTR-EXTRACT-FILE ASSIGN TO "CTREXTRF9"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-EXTRACT-ARCH-FILE ASSIGN TO "CTREXTRFA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-RSV-FILE ASSIGN TO "CTRRSVF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-RSV-ARCH-FILE ASSIGN TO "CTRRSVFA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-REUSE-FILE ASSIGN TO "CTRRUSEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-HOLIDAY-FILE ASSIGN TO "CTRHOLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-LAST-FILE ASSIGN TO "CTRLASTF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-LAST-RRN
               FILE STATUS IS WS-CTR-LAST-STATUS.

           SELECT CTR-COUNTER-FILE ASSIGN TO "CTRCTRF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-TAB-RRN
               FILE STATUS IS WS-CTR-TAB-STATUS.

           SELECT CTR-VOID-OUT-FILE ASSIGN TO "CTRBKVD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-OUT-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRBKRCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-BOOKED-FILE.
           COPY CTRBOOK.

       FD  CTR-EXTRACT-FILE.
           COPY CTREXTR9.

       FD  CTR-EXTRACT-ARCH-FILE.
      *    The archive row is the live CTREXTR9.cpy layout verbatim
      *    (CTRARCH moves records unchanged) - keep in step.
       01  CTR-EXTRACT-ARCH-RECORD.
           05  EXTRA-DOC-NUMBER        PIC 9(09).
           05  EXTRA-DOC-DATE          PIC X(08).
           05  EXTRA-SERIES-GEN        PIC 9(04).
           05  EXTRA-REQUESTER         PIC X(08).
           05  EXTRA-FORMATTED-NUMBER  PIC X(24).
           05  FILLER                  PIC X(27).

       FD  CTR-RSV-FILE.
           COPY CTRRSV.

       FD  CTR-RSV-ARCH-FILE.
      *    The archive row is the live CTRRSV.cpy layout verbatim
      *    (CTRARCH moves records unchanged) - keep in step.
       01  CTR-RSV-ARCH-RECORD.
           05  RSVA-COUNTER-ID         PIC X(08).
           05  RSVA-RANGE-START        PIC 9(09).
           05  RSVA-RANGE-END          PIC 9(09).
           05  RSVA-REQUESTER          PIC X(08).
           05  RSVA-TIMESTAMP          PIC X(26).
           05  RSVA-STATUS             PIC X(10).
           05  RSVA-CONSUMED-TO        PIC 9(09).
           05  RSVA-SERIES-GEN         PIC 9(04).

       FD  CTR-REUSE-FILE.
           COPY CTRRUSE.

       FD  CTR-HOLIDAY-FILE.
           COPY CTRHOL.

       FD  CTR-LAST-FILE.
           COPY CTRLAST.

       FD  CTR-COUNTER-FILE.
           COPY CTRTAB.

       FD  CTR-VOID-OUT-FILE.
           COPY CTRVOIDX.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS              PIC XX.
           88  WS-BOOK-EOF                   VALUE "10".
      *    One shared status for the evidence files - only one is
      *    open at a time, the way CTRTRACE shares its scan status.
       01  WS-SCAN-STATUS              PIC XX.
           88  WS-SCAN-EOF                   VALUE "10".
       01  WS-VOID-OUT-STATUS          PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-WSDATA-ID                PIC X(8) VALUE "WSDATA".
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-N               PIC 9(8).

      *    Business days a number may stay unbooked before it is
      *    reported - PIC 9(9) because it is CTRCEIL's linkage.
       01  WS-GRACE-DAYS               PIC 9(9) VALUE 5.

      *    Cutoff: the processing day reached by walking back
      *    WS-GRACE-DAYS processing days from the run date (the run
      *    date itself counting when it is one).  A number issued
      *    before it has been out for the full grace period.
       01  WS-CUTOFF-DATE              PIC X(8).
       01  WS-DAYS-COUNTED             PIC 9(9).
       01  WS-WALK-INT                 PIC 9(9).
       01  WS-WALK-STEPS               PIC 9(5).
       01  WS-MAX-WALK-STEPS           PIC 9(5) VALUE 3660.
       01  WS-DAY-OF-WEEK              PIC 9.
       01  WS-WALK-DATE-N              PIC 9(8).
       01  WS-WALK-DATE                PIC X(8).

      *    Holiday calendar dates (YYYYMMDD, one per CTRHOLF line),
      *    skipped in the walk the way CTRTREND skips them.
       01  WS-HOL-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-HOLIDAYS             PIC 9(4) VALUE 200.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-HOL-IDX
                   PIC X(08).
       01  WS-HOLIDAY-SWITCH           PIC X VALUE "N".
           88  WS-IS-HOLIDAY                 VALUE "Y".

      *    Series positions: CTRLASTF for WSDATA, the CTRCTRF table
      *    for the named series.
       01  WS-CTR-LAST-STATUS          PIC XX.
           88  WS-CTR-LAST-OK                VALUE "00".
       01  WS-CTR-LAST-RRN             PIC 9(4) VALUE 1.
       01  WS-WSDATA-HWM               PIC 9(9) VALUE 0.
       01  WS-WSDATA-GEN               PIC 9(4) VALUE 0.
       01  WS-CTR-TAB-RRN              PIC 9(4) VALUE 0.
       01  WS-CTR-TAB-STATUS           PIC XX.
           88  WS-CTR-TAB-OK                 VALUE "00".
           88  WS-CTR-TAB-EOF                VALUE "10".
       01  WS-SER-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-SERIES               PIC 9(4) VALUE 200.
       01  WS-SERIES-TABLE.
           05  WS-SER-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SER-IDX.
               10  WS-SER-ID-T         PIC X(08).
               10  WS-SER-VALUE-T      PIC 9(09).
               10  WS-SER-GEN-T        PIC 9(04).
       01  WS-SER-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-SER-FOUND                  VALUE "Y".

      *    Reserved blocks, live and archived.  Capacity matches
      *    CTRRECON's reservation table.
       01  WS-RSV-COUNT                PIC 9(5) VALUE 0.
       01  WS-MAX-RSV-ROWS             PIC 9(5) VALUE 20000.
       01  WS-RSV-TABLE.
           05  WS-RSV-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-RSV-IDX.
               10  WS-RSV-ID-T         PIC X(08).
               10  WS-RSV-START-T      PIC 9(09).
               10  WS-RSV-END-T        PIC 9(09).
               10  WS-RSV-GEN-T        PIC 9(04).
               10  WS-RSV-CONSUMED-T   PIC X(01).
               10  WS-RSV-CONS-TO-T    PIC 9(09).
       01  WS-RSV-MATCH-SWITCH         PIC X VALUE "N".
           88  WS-RSV-MATCHED                VALUE "Y".
       01  WS-ROW-ID                   PIC X(8).
       01  WS-ROW-START                PIC 9(9).
       01  WS-ROW-END                  PIC 9(9).
       01  WS-ROW-STATUS               PIC X(10).
       01  WS-ROW-CONS-TO              PIC 9(9).

      *    WSDATA entries on the reuse pool - a number already voided
      *    back there needs no second void card.
       01  WS-POOL-COUNT               PIC 9(5) VALUE 0.
       01  WS-MAX-POOL-ROWS            PIC 9(5) VALUE 5000.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-POOL-IDX.
               10  WS-POOL-FROM-T      PIC 9(09).
               10  WS-POOL-TO-T        PIC 9(09).
       01  WS-ON-POOL-SWITCH           PIC X VALUE "N".
           88  WS-ON-POOL                    VALUE "Y".

      *    The single numbers issued on the WSDATA extract, one entry
      *    per generation and number, kept in key order so each
      *    booking is found by a binary search rather than a scan -
      *    a 200,000-row night would otherwise cost a scan of the
      *    whole table per booking.  A number recycled off the pool
      *    and issued again stays one entry: WS-ISS-TIMES-T counts
      *    the issuances and the date is that of the latest.
       01  WS-ISS-COUNT                PIC 9(6) VALUE 0.
       01  WS-MAX-ISSUED               PIC 9(6) VALUE 100000.
       01  WS-ISS-TABLE.
           05  WS-ISS-ENTRY OCCURS 100000 TIMES.
               10  WS-ISS-KEY-T.
                   15  WS-ISS-GEN-T    PIC 9(04).
                   15  WS-ISS-NUMBER-T PIC 9(09).
               10  WS-ISS-DATE-T       PIC X(08).
               10  WS-ISS-REQ-T        PIC X(08).
               10  WS-ISS-FMT-T        PIC X(24).
               10  WS-ISS-TIMES-T      PIC 9(03).
               10  WS-ISS-BOOKED-T     PIC 9(05).
       01  WS-ISS-SEARCH-KEY.
           05  WS-ISS-SEARCH-GEN       PIC 9(04).
           05  WS-ISS-SEARCH-NUMBER    PIC 9(09).
       01  WS-ISS-POS                  PIC 9(6).
       01  WS-ISS-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-ISS-FOUND                  VALUE "Y".
       01  WS-ROW-NUMBER               PIC 9(9).
       01  WS-ROW-DATE                 PIC X(8).
       01  WS-ROW-GEN                  PIC 9(4).
       01  WS-ROW-REQUESTER            PIC X(8).
       01  WS-ROW-FORMATTED            PIC X(24).

      *    Every distinct booking, by series, generation and number,
      *    also kept in key order - how a booking made twice is seen.
       01  WS-BKD-COUNT                PIC 9(6) VALUE 0.
       01  WS-MAX-BOOKED               PIC 9(6) VALUE 100000.
       01  WS-BKD-TABLE.
           05  WS-BKD-ENTRY OCCURS 100000 TIMES.
               10  WS-BKD-KEY-T.
                   15  WS-BKD-ID-T     PIC X(08).
                   15  WS-BKD-GEN-T    PIC 9(04).
                   15  WS-BKD-NUMBER-T PIC 9(09).
               10  WS-BKD-FIRST-DATE-T PIC X(08).
               10  WS-BKD-LAST-DATE-T  PIC X(08).
               10  WS-BKD-TIMES-T      PIC 9(05).
       01  WS-BKD-SEARCH-KEY.
           05  WS-BKD-SEARCH-ID        PIC X(08).
           05  WS-BKD-SEARCH-GEN       PIC 9(04).
           05  WS-BKD-SEARCH-NUMBER    PIC 9(09).
       01  WS-BKD-POS                  PIC 9(6).
       01  WS-BKD-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-BKD-FOUND                  VALUE "Y".

      *    Shared binary-search bounds and the shift subscript used
      *    to open a slot when a key is inserted.
       01  WS-LOW                      PIC 9(6).
       01  WS-HIGH                     PIC 9(6).
       01  WS-MID                      PIC 9(6).
       01  WS-SHIFT                    PIC 9(6).
       01  WS-SCAN-SUB                 PIC 9(6).

      *    The booking being matched, with its defaults applied.
       01  WS-BOOK-ID                  PIC X(8).
       01  WS-BOOK-GEN                 PIC 9(4).
       01  WS-BOOK-CURRENT-GEN         PIC 9(4).
       01  WS-BOOK-CURRENT-VALUE       PIC 9(9).
       01  WS-BOOK-SERIES-KNOWN        PIC X VALUE "N".
           88  WS-BOOK-SERIES-ON-FILE        VALUE "Y".
       01  WS-ROGUE-REASON             PIC X(8).
       01  WS-ROGUE-NOTE               PIC X(48).

       01  WS-INCONCLUSIVE-SWITCH      PIC X VALUE "N".
           88  WS-INCONCLUSIVE               VALUE "Y".
       01  WS-ISS-FULL-SWITCH          PIC X VALUE "N".
           88  WS-ISS-FULL                   VALUE "Y".
       01  WS-BKD-FULL-SWITCH          PIC X VALUE "N".
           88  WS-BKD-FULL                   VALUE "Y".

       01  WS-BOOKINGS-READ            PIC 9(9) VALUE 0.
       01  WS-EXTRACT-ROWS-READ        PIC 9(9) VALUE 0.
       01  WS-ROGUE-COUNT              PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(9) VALUE 0.
       01  WS-UNBOOKED-COUNT           PIC 9(9) VALUE 0.
       01  WS-NOT-YET-DUE-COUNT        PIC 9(9) VALUE 0.
       01  WS-POOLED-COUNT             PIC 9(9) VALUE 0.
       01  WS-OLD-GEN-COUNT            PIC 9(9) VALUE 0.
       01  WS-VOID-CARD-COUNT          PIC 9(9) VALUE 0.
       01  WS-SECTION-COUNT            PIC 9(9).

       01  WS-DETAIL-LINE              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN INPUT CTR-BOOKED-FILE
           IF WS-BOOK-STATUS NOT = "00"
               DISPLAY "CTRBKREC: no CTRBOOKF booked register found, "
                       "nothing to reconcile"
           ELSE
               PERFORM 1000-INITIALIZE
               PERFORM 1300-LOAD-SERIES-MASTERS
               PERFORM 1400-LOAD-RESERVATIONS
               PERFORM 1500-LOAD-REUSE-POOL
               PERFORM 1600-LOAD-ISSUED-NUMBERS
               PERFORM 2000-MATCH-BOOKINGS
               CLOSE CTR-BOOKED-FILE
               PERFORM 3000-REPORT-DUPLICATE-BOOKINGS
               PERFORM 4000-REPORT-UNBOOKED-NUMBERS
               PERFORM 5000-FINISH-REPORT
               CLOSE CTR-REPORT-FILE
               PERFORM 0100-SET-RETURN-CODE
           END-IF
           STOP RUN.

       0100-SET-RETURN-CODE.
           DISPLAY "CTRBKREC: " WS-BOOKINGS-READ " booking(s) read, "
                   WS-ROGUE-COUNT " never issued, "
                   WS-DUPLICATE-COUNT " booked more than once, "
                   WS-UNBOOKED-COUNT " issued but not booked - "
                   "report on CTRBKRCR"
           EVALUATE TRUE
               WHEN WS-INCONCLUSIVE
                   DISPLAY "CTRBKREC: results are not conclusive - "
                           "no void cards written, see CTRBKRCR"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ROGUE-COUNT > 0
                 OR WS-DUPLICATE-COUNT > 0
                 OR WS-UNBOOKED-COUNT > 0
                   DISPLAY "CTRBKREC: " WS-VOID-CARD-COUNT
                           " void card(s) on CTRBKVD for review"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1000-INITIALIZE.
           CALL "CTRBDATE" USING WS-RUN-DATE
           CALL "CTRCEIL" USING WS-GRACE-DAYS
           PERFORM 1100-LOAD-HOLIDAY-CALENDAR
           PERFORM 1200-COMPUTE-CUTOFF-DATE
           OPEN OUTPUT CTR-REPORT-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CTRBKREC  DOWNSTREAM BOOKING RECONCILIATION  "
                  DELIMITED BY SIZE
                  "RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  UNBOOKED AFTER " DELIMITED BY SIZE
                  WS-GRACE-DAYS DELIMITED BY SIZE
                  " BUSINESS DAY(S) - ISSUED BEFORE " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       1100-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT CTR-HOLIDAY-FILE
           IF WS-SCAN-STATUS NOT = "00"
               DISPLAY "CTRBKREC: no CTRHOLF holiday calendar found "
                       "- only weekends are skipped"
           ELSE
               PERFORM UNTIL WS-SCAN-STATUS NOT = "00"
                   READ CTR-HOLIDAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-HOL-COUNT < WS-MAX-HOLIDAYS
                               ADD 1 TO WS-HOL-COUNT
                               SET WS-HOL-IDX TO WS-HOL-COUNT
                               MOVE CTR-HOLIDAY-RECORD
                                   TO WS-HOLIDAY-ENTRY (WS-HOL-IDX)
                           ELSE
                               DISPLAY "CTRBKREC: more than "
                                       WS-MAX-HOLIDAYS
                                       " holidays, ignoring the "
                                       "rest - widen WS-MAX-HOLIDAYS"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-HOLIDAY-FILE
           END-IF.

       1200-COMPUTE-CUTOFF-DATE.
      *    Walks back from the processing date counting only actual
      *    processing days; INTEGER-OF-DATE day 1 is Monday
      *    1601-01-01, so MOD 7 gives 6 for Saturday and 0 for
      *    Sunday (the CTRTREND walk, run backward).
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           COMPUTE WS-WALK-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N) + 1
           MOVE 0 TO WS-DAYS-COUNTED
           MOVE 0 TO WS-WALK-STEPS
           PERFORM UNTIL WS-DAYS-COUNTED >= WS-GRACE-DAYS
                      OR WS-WALK-STEPS >= WS-MAX-WALK-STEPS
               SUBTRACT 1 FROM WS-WALK-INT
               ADD 1 TO WS-WALK-STEPS
               PERFORM 1210-CHECK-PROCESSING-DAY
               IF NOT WS-IS-HOLIDAY
                   ADD 1 TO WS-DAYS-COUNTED
               END-IF
           END-PERFORM
           MOVE WS-WALK-DATE TO WS-CUTOFF-DATE.

       1210-CHECK-PROCESSING-DAY.
           MOVE "N" TO WS-HOLIDAY-SWITCH
           MOVE FUNCTION DATE-OF-INTEGER (WS-WALK-INT)
               TO WS-WALK-DATE-N
           MOVE WS-WALK-DATE-N TO WS-WALK-DATE
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-WALK-INT 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET WS-IS-HOLIDAY TO TRUE
           ELSE
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOL-COUNT
                          OR WS-IS-HOLIDAY
                   IF WS-HOLIDAY-ENTRY (WS-HOL-IDX) = WS-WALK-DATE
                       SET WS-IS-HOLIDAY TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       1300-LOAD-SERIES-MASTERS.
           OPEN INPUT CTR-LAST-FILE
           IF WS-CTR-LAST-OK
               MOVE 1 TO WS-CTR-LAST-RRN
               READ CTR-LAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTR-LAST-VALUE TO WS-WSDATA-HWM
                       IF CTR-LAST-GENERATION IS NUMERIC
                           MOVE CTR-LAST-GENERATION TO WS-WSDATA-GEN
                       END-IF
               END-READ
               CLOSE CTR-LAST-FILE
           END-IF
           OPEN INPUT CTR-COUNTER-FILE
           IF WS-CTR-TAB-OK
               PERFORM UNTIL WS-CTR-TAB-EOF
                   READ CTR-COUNTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SER-COUNT < WS-MAX-SERIES
                               ADD 1 TO WS-SER-COUNT
                               SET WS-SER-IDX TO WS-SER-COUNT
                               MOVE CTR-ID TO WS-SER-ID-T (WS-SER-IDX)
                               MOVE CTR-CURRENT-VALUE
                                   TO WS-SER-VALUE-T (WS-SER-IDX)
                               IF CTR-GENERATION IS NUMERIC
                                   MOVE CTR-GENERATION
                                       TO WS-SER-GEN-T (WS-SER-IDX)
                               ELSE
                                   MOVE 0 TO WS-SER-GEN-T (WS-SER-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-COUNTER-FILE
           END-IF.

       1400-LOAD-RESERVATIONS.
      *    CTRARCH moves aged CONSUMED blocks to CTRRSVFA; a number
      *    booked from one is as much issued as one from a live block.
           OPEN INPUT CTR-RSV-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ CTR-RSV-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RSV-COUNTER-ID TO WS-ROW-ID
                           MOVE RSV-RANGE-START TO WS-ROW-START
                           MOVE RSV-RANGE-END TO WS-ROW-END
                           MOVE RSV-STATUS TO WS-ROW-STATUS
                           MOVE RSV-CONSUMED-TO TO WS-ROW-CONS-TO
                           MOVE RSV-SERIES-GEN TO WS-ROW-GEN
                           IF RSV-SERIES-GEN IS NOT NUMERIC
                               MOVE 0 TO WS-ROW-GEN
                           END-IF
                           PERFORM 1450-ADD-RESERVATION-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-RSV-FILE
           END-IF
           OPEN INPUT CTR-RSV-ARCH-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ CTR-RSV-ARCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RSVA-COUNTER-ID TO WS-ROW-ID
                           MOVE RSVA-RANGE-START TO WS-ROW-START
                           MOVE RSVA-RANGE-END TO WS-ROW-END
                           MOVE RSVA-STATUS TO WS-ROW-STATUS
                           MOVE RSVA-CONSUMED-TO TO WS-ROW-CONS-TO
                           MOVE RSVA-SERIES-GEN TO WS-ROW-GEN
                           IF RSVA-SERIES-GEN IS NOT NUMERIC
                               MOVE 0 TO WS-ROW-GEN
                           END-IF
                           PERFORM 1450-ADD-RESERVATION-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-RSV-ARCH-FILE
           END-IF.

       1450-ADD-RESERVATION-ROW.
      *    Rows written before the status fields existed read back
      *    with spaces there and are OPEN, as CTRRSVCL treats them.
           IF WS-RSV-COUNT < WS-MAX-RSV-ROWS
               ADD 1 TO WS-RSV-COUNT
               SET WS-RSV-IDX TO WS-RSV-COUNT
               MOVE WS-ROW-ID TO WS-RSV-ID-T (WS-RSV-IDX)
               MOVE WS-ROW-START TO WS-RSV-START-T (WS-RSV-IDX)
               MOVE WS-ROW-END TO WS-RSV-END-T (WS-RSV-IDX)
               MOVE WS-ROW-GEN TO WS-RSV-GEN-T (WS-RSV-IDX)
               IF WS-ROW-STATUS = "CONSUMED"
                   AND WS-ROW-CONS-TO IS NUMERIC
                   MOVE "Y" TO WS-RSV-CONSUMED-T (WS-RSV-IDX)
                   MOVE WS-ROW-CONS-TO
                       TO WS-RSV-CONS-TO-T (WS-RSV-IDX)
               ELSE
                   MOVE "N" TO WS-RSV-CONSUMED-T (WS-RSV-IDX)
                   MOVE 0 TO WS-RSV-CONS-TO-T (WS-RSV-IDX)
               END-IF
           ELSE
               IF NOT WS-INCONCLUSIVE
                   DISPLAY "CTRBKREC: more than " WS-MAX-RSV-ROWS
                           " reservation rows - widen "
                           "WS-MAX-RSV-ROWS"
               END-IF
               SET WS-INCONCLUSIVE TO TRUE
           END-IF.

       1500-LOAD-REUSE-POOL.
           OPEN INPUT CTR-REUSE-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ CTR-REUSE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REUSE-COUNTER-ID = SPACES
                               OR REUSE-COUNTER-ID = WS-WSDATA-ID
                               PERFORM 1550-ADD-POOL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-REUSE-FILE
           END-IF.

       1550-ADD-POOL-ROW.
      *    A row may carry a whole returned range - a single-value
      *    row reads back with spaces or zero in the range end.  A
      *    pool too deep for the table only costs a redundant void
      *    card, which CTRVOID refuses as INPOOL.
           IF WS-POOL-COUNT < WS-MAX-POOL-ROWS
               ADD 1 TO WS-POOL-COUNT
               SET WS-POOL-IDX TO WS-POOL-COUNT
               MOVE REUSE-VALUE TO WS-POOL-FROM-T (WS-POOL-IDX)
               IF REUSE-RANGE-END IS NUMERIC
                   AND REUSE-RANGE-END > REUSE-VALUE
                   MOVE REUSE-RANGE-END TO WS-POOL-TO-T (WS-POOL-IDX)
               ELSE
                   MOVE REUSE-VALUE TO WS-POOL-TO-T (WS-POOL-IDX)
               END-IF
           END-IF.

       1600-LOAD-ISSUED-NUMBERS.
           OPEN INPUT CTR-EXTRACT-ARCH-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ CTR-EXTRACT-ARCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE EXTRA-DOC-NUMBER TO WS-ROW-NUMBER
                           MOVE EXTRA-DOC-DATE TO WS-ROW-DATE
                           MOVE EXTRA-REQUESTER TO WS-ROW-REQUESTER
                           MOVE EXTRA-FORMATTED-NUMBER
                               TO WS-ROW-FORMATTED
                           MOVE EXTRA-SERIES-GEN TO WS-ROW-GEN
                           IF EXTRA-SERIES-GEN IS NOT NUMERIC
                               MOVE 0 TO WS-ROW-GEN
                           END-IF
                           PERFORM 1650-NOTE-ISSUED-NUMBER
                   END-READ
               END-PERFORM
               CLOSE CTR-EXTRACT-ARCH-FILE
           END-IF
           OPEN INPUT CTR-EXTRACT-FILE
           IF WS-SCAN-STATUS NOT = "00"
               DISPLAY "CTRBKREC: no CTREXTRF9 document extract "
                       "found"
           ELSE
               PERFORM UNTIL WS-SCAN-EOF
                   READ CTR-EXTRACT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE EXTR-DOC-NUMBER TO WS-ROW-NUMBER
                           MOVE EXTR-DOC-DATE TO WS-ROW-DATE
                           MOVE EXTR-REQUESTER TO WS-ROW-REQUESTER
                           MOVE EXTR-FORMATTED-NUMBER
                               TO WS-ROW-FORMATTED
                           MOVE EXTR-SERIES-GEN TO WS-ROW-GEN
                           IF EXTR-SERIES-GEN IS NOT NUMERIC
                               MOVE 0 TO WS-ROW-GEN
                           END-IF
                           PERFORM 1650-NOTE-ISSUED-NUMBER
                   END-READ
               END-PERFORM
               CLOSE CTR-EXTRACT-FILE
           END-IF.

       1650-NOTE-ISSUED-NUMBER.
           ADD 1 TO WS-EXTRACT-ROWS-READ
           MOVE WS-ROW-GEN TO WS-ISS-SEARCH-GEN
           MOVE WS-ROW-NUMBER TO WS-ISS-SEARCH-NUMBER
           PERFORM 6000-LOCATE-ISSUED
           IF WS-ISS-FOUND
               ADD 1 TO WS-ISS-TIMES-T (WS-ISS-POS)
               IF WS-ROW-DATE > WS-ISS-DATE-T (WS-ISS-POS)
                   MOVE WS-ROW-DATE TO WS-ISS-DATE-T (WS-ISS-POS)
                   MOVE WS-ROW-REQUESTER TO WS-ISS-REQ-T (WS-ISS-POS)
                   MOVE WS-ROW-FORMATTED TO WS-ISS-FMT-T (WS-ISS-POS)
               END-IF
           ELSE
               IF WS-ISS-COUNT < WS-MAX-ISSUED
                   PERFORM 6100-INSERT-ISSUED
               ELSE
                   IF NOT WS-ISS-FULL
                       SET WS-ISS-FULL TO TRUE
                       DISPLAY "CTRBKREC: more than " WS-MAX-ISSUED
                               " issued numbers on the extract - "
                               "widen WS-MAX-ISSUED"
                   END-IF
                   SET WS-INCONCLUSIVE TO TRUE
               END-IF
           END-IF.

       2000-MATCH-BOOKINGS.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "BOOKED BUT NEVER ISSUED" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM UNTIL WS-BOOK-EOF
               READ CTR-BOOKED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-BOOKINGS-READ
                       PERFORM 2100-MATCH-ONE-BOOKING
               END-READ
           END-PERFORM
           IF WS-ROGUE-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       2100-MATCH-ONE-BOOKING.
           IF BOOK-COUNTER-ID = SPACES
               MOVE WS-WSDATA-ID TO WS-BOOK-ID
           ELSE
               MOVE BOOK-COUNTER-ID TO WS-BOOK-ID
           END-IF
           PERFORM 2150-FIND-BOOKED-SERIES
           IF BOOK-SERIES-GEN IS NUMERIC
               MOVE BOOK-SERIES-GEN TO WS-BOOK-GEN
           ELSE
               MOVE WS-BOOK-CURRENT-GEN TO WS-BOOK-GEN
           END-IF
           IF BOOK-DOC-NUMBER IS NOT NUMERIC
               MOVE "NOTNUM" TO WS-ROGUE-REASON
               MOVE "DOCUMENT NUMBER IS NOT NUMERIC"
                   TO WS-ROGUE-NOTE
               PERFORM 2500-REPORT-ROGUE-BOOKING
           ELSE
               MOVE WS-BOOK-ID TO WS-BKD-SEARCH-ID
               MOVE WS-BOOK-GEN TO WS-BKD-SEARCH-GEN
               MOVE BOOK-DOC-NUMBER TO WS-BKD-SEARCH-NUMBER
               PERFORM 6200-LOCATE-BOOKED
               EVALUATE TRUE
                   WHEN WS-BKD-FOUND
      *                The first booking of this number was matched
      *                already; a repeat only adds to its count.
                       ADD 1 TO WS-BKD-TIMES-T (WS-BKD-POS)
                       IF BOOK-DATE > WS-BKD-LAST-DATE-T (WS-BKD-POS)
                           MOVE BOOK-DATE
                               TO WS-BKD-LAST-DATE-T (WS-BKD-POS)
                       END-IF
                       IF BOOK-DATE < WS-BKD-FIRST-DATE-T (WS-BKD-POS)
                           MOVE BOOK-DATE
                               TO WS-BKD-FIRST-DATE-T (WS-BKD-POS)
                       END-IF
                   WHEN WS-BKD-COUNT < WS-MAX-BOOKED
                       PERFORM 6300-INSERT-BOOKED
                       PERFORM 2200-CHECK-ISSUANCE
                   WHEN OTHER
                       IF NOT WS-BKD-FULL
                           SET WS-BKD-FULL TO TRUE
                           DISPLAY "CTRBKREC: more than "
                                   WS-MAX-BOOKED
                                   " distinct bookings - widen "
                                   "WS-MAX-BOOKED"
                       END-IF
                       SET WS-INCONCLUSIVE TO TRUE
                       PERFORM 2200-CHECK-ISSUANCE
               END-EVALUATE
           END-IF.

       2150-FIND-BOOKED-SERIES.
           MOVE "N" TO WS-BOOK-SERIES-KNOWN
           MOVE 0 TO WS-BOOK-CURRENT-GEN
           MOVE 0 TO WS-BOOK-CURRENT-VALUE
           IF WS-BOOK-ID = WS-WSDATA-ID
               MOVE WS-WSDATA-GEN TO WS-BOOK-CURRENT-GEN
               MOVE WS-WSDATA-HWM TO WS-BOOK-CURRENT-VALUE
               SET WS-BOOK-SERIES-ON-FILE TO TRUE
           ELSE
               MOVE "N" TO WS-SER-FOUND-SWITCH
               PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                       UNTIL WS-SER-IDX > WS-SER-COUNT
                          OR WS-SER-FOUND
                   IF WS-SER-ID-T (WS-SER-IDX) = WS-BOOK-ID
                       SET WS-SER-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-SER-FOUND
                   SET WS-SER-IDX DOWN BY 1
                   MOVE WS-SER-GEN-T (WS-SER-IDX)
                       TO WS-BOOK-CURRENT-GEN
                   MOVE WS-SER-VALUE-T (WS-SER-IDX)
                       TO WS-BOOK-CURRENT-VALUE
                   SET WS-BOOK-SERIES-ON-FILE TO TRUE
               END-IF
           END-IF.

       2200-CHECK-ISSUANCE.
      *    A WSDATA single is found on the extract (and marked booked
      *    there); anything else must sit inside a reserved block of
      *    its series and generation.  A WSDATA number in the unused
      *    tail of a closed-out block went back to the pool - had it
      *    been reissued it would be on the extract - so booking it
      *    is a rogue use.  The named series have no per-number
      *    record, so a tail number there may have been recycled by
      *    CTRNEXT and counts as issued, as does any named number at
      *    or below the series' current value in its current
      *    generation (CTRVOID's rule).  Older named generations
      *    have no surviving high-water mark and are not judged.
           MOVE SPACES TO WS-ROGUE-REASON
           MOVE SPACES TO WS-ROGUE-NOTE
           MOVE "N" TO WS-ISS-FOUND-SWITCH
           IF WS-BOOK-ID = WS-WSDATA-ID
               MOVE WS-BOOK-GEN TO WS-ISS-SEARCH-GEN
               MOVE BOOK-DOC-NUMBER TO WS-ISS-SEARCH-NUMBER
               PERFORM 6000-LOCATE-ISSUED
               IF WS-ISS-FOUND
                   ADD 1 TO WS-ISS-BOOKED-T (WS-ISS-POS)
               END-IF
           END-IF
           IF NOT WS-ISS-FOUND
               PERFORM 2400-FIND-RESERVED-BLOCK
               EVALUATE TRUE
                   WHEN NOT WS-BOOK-SERIES-ON-FILE
                       MOVE "NOCOUNTR" TO WS-ROGUE-REASON
                       MOVE "SERIES IS NOT ON THE COUNTER MASTERS"
                           TO WS-ROGUE-NOTE
                   WHEN WS-RSV-MATCHED
                       IF WS-BOOK-ID = WS-WSDATA-ID
                           AND WS-RSV-CONSUMED-T (WS-RSV-IDX) = "Y"
                           AND BOOK-DOC-NUMBER
                               > WS-RSV-CONS-TO-T (WS-RSV-IDX)
                           MOVE "RETURNED" TO WS-ROGUE-REASON
                           MOVE "IN A BLOCK TAIL RETURNED TO THE POOL"
                               TO WS-ROGUE-NOTE
                       END-IF
                   WHEN WS-BOOK-GEN > WS-BOOK-CURRENT-GEN
                       MOVE "NOTISSUE" TO WS-ROGUE-REASON
                       MOVE "GENERATION NOT YET REACHED BY THE SERIES"
                           TO WS-ROGUE-NOTE
                   WHEN WS-BOOK-GEN = WS-BOOK-CURRENT-GEN
                    AND BOOK-DOC-NUMBER > WS-BOOK-CURRENT-VALUE
                       MOVE "OVERHWM" TO WS-ROGUE-REASON
                       MOVE "ABOVE THE SERIES HIGH-WATER MARK"
                           TO WS-ROGUE-NOTE
                   WHEN WS-BOOK-ID = WS-WSDATA-ID
                       MOVE "NOTISSUE" TO WS-ROGUE-REASON
                       MOVE "NOT ON THE EXTRACT OR IN A RESERVED BLOCK"
                           TO WS-ROGUE-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-ROGUE-REASON NOT = SPACES
                   PERFORM 2500-REPORT-ROGUE-BOOKING
               END-IF
           END-IF.

       2400-FIND-RESERVED-BLOCK.
           MOVE "N" TO WS-RSV-MATCH-SWITCH
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RSV-COUNT
                      OR WS-RSV-MATCHED
               IF WS-RSV-ID-T (WS-RSV-IDX) = WS-BOOK-ID
                   AND WS-RSV-GEN-T (WS-RSV-IDX) = WS-BOOK-GEN
                   AND BOOK-DOC-NUMBER >= WS-RSV-START-T (WS-RSV-IDX)
                   AND BOOK-DOC-NUMBER <= WS-RSV-END-T (WS-RSV-IDX)
                   MOVE "Y" TO WS-RSV-MATCH-SWITCH
               END-IF
           END-PERFORM
           IF WS-RSV-MATCHED
               SET WS-RSV-IDX DOWN BY 1
           END-IF.

       2500-REPORT-ROGUE-BOOKING.
           ADD 1 TO WS-ROGUE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  SERIES " DELIMITED BY SIZE
                  WS-BOOK-ID DELIMITED BY SIZE
                  "  GEN " DELIMITED BY SIZE
                  WS-BOOK-GEN DELIMITED BY SIZE
                  "  NUMBER " DELIMITED BY SIZE
                  BOOK-DOC-NUMBER DELIMITED BY SIZE
                  "  BOOKED " DELIMITED BY SIZE
                  BOOK-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ROGUE-REASON DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ROGUE-NOTE DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       3000-REPORT-DUPLICATE-BOOKINGS.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "BOOKED MORE THAN ONCE" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-BKD-COUNT
               IF WS-BKD-TIMES-T (WS-SCAN-SUB) > 1
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  SERIES " DELIMITED BY SIZE
                          WS-BKD-ID-T (WS-SCAN-SUB) DELIMITED BY SIZE
                          "  GEN " DELIMITED BY SIZE
                          WS-BKD-GEN-T (WS-SCAN-SUB)
                              DELIMITED BY SIZE
                          "  NUMBER " DELIMITED BY SIZE
                          WS-BKD-NUMBER-T (WS-SCAN-SUB)
                              DELIMITED BY SIZE
                          "  BOOKED " DELIMITED BY SIZE
                          WS-BKD-TIMES-T (WS-SCAN-SUB)
                              DELIMITED BY SIZE
                          " TIMES, FIRST " DELIMITED BY SIZE
                          WS-BKD-FIRST-DATE-T (WS-SCAN-SUB)
                              DELIMITED BY SIZE
                          " LAST " DELIMITED BY SIZE
                          WS-BKD-LAST-DATE-T (WS-SCAN-SUB)
                              DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                   PERFORM 8100-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-DUPLICATE-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       4000-REPORT-UNBOOKED-NUMBERS.
      *    The void cards are only cut from a conclusive run - a
      *    number missed by an overflowing table would otherwise be
      *    queued for release while it is still in use downstream.
      *    CTRBKVD is emptied on every run all the same, so an earlier
      *    run's cards never sit beside an inconclusive report.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "ISSUED BUT NOT BOOKED" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           OPEN OUTPUT CTR-VOID-OUT-FILE
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ISS-COUNT
               IF WS-ISS-BOOKED-T (WS-SCAN-SUB) = 0
                   PERFORM 4100-CHECK-ONE-UNBOOKED
               END-IF
           END-PERFORM
           CLOSE CTR-VOID-OUT-FILE
           IF WS-UNBOOKED-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       4100-CHECK-ONE-UNBOOKED.
           EVALUATE TRUE
               WHEN WS-ISS-DATE-T (WS-SCAN-SUB) NOT < WS-CUTOFF-DATE
                   ADD 1 TO WS-NOT-YET-DUE-COUNT
               WHEN OTHER
                   PERFORM 4200-CHECK-ON-POOL
                   IF WS-ON-POOL
                       ADD 1 TO WS-POOLED-COUNT
                   ELSE
                       PERFORM 4300-REPORT-UNBOOKED-NUMBER
                   END-IF
           END-EVALUATE.

       4200-CHECK-ON-POOL.
      *    Pool entries carry no generation; they can only belong to
      *    the current one (CTRVOID refuses older voids).
           MOVE "N" TO WS-ON-POOL-SWITCH
           IF WS-ISS-GEN-T (WS-SCAN-SUB) = WS-WSDATA-GEN
               PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                       UNTIL WS-POOL-IDX > WS-POOL-COUNT
                          OR WS-ON-POOL
                   IF WS-ISS-NUMBER-T (WS-SCAN-SUB)
                           >= WS-POOL-FROM-T (WS-POOL-IDX)
                       AND WS-ISS-NUMBER-T (WS-SCAN-SUB)
                           <= WS-POOL-TO-T (WS-POOL-IDX)
                       SET WS-ON-POOL TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       4300-REPORT-UNBOOKED-NUMBER.
           ADD 1 TO WS-UNBOOKED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  SERIES " DELIMITED BY SIZE
                  WS-WSDATA-ID DELIMITED BY SIZE
                  "  GEN " DELIMITED BY SIZE
                  WS-ISS-GEN-T (WS-SCAN-SUB) DELIMITED BY SIZE
                  "  NUMBER " DELIMITED BY SIZE
                  WS-ISS-NUMBER-T (WS-SCAN-SUB) DELIMITED BY SIZE
                  "  ISSUED " DELIMITED BY SIZE
                  WS-ISS-DATE-T (WS-SCAN-SUB) DELIMITED BY SIZE
                  " FOR " DELIMITED BY SIZE
                  WS-ISS-REQ-T (WS-SCAN-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ISS-FMT-T (WS-SCAN-SUB) DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-ISS-GEN-T (WS-SCAN-SUB) NOT = WS-WSDATA-GEN
                   ADD 1 TO WS-OLD-GEN-COUNT
                   MOVE "OLD GENERATION - NOT RELEASABLE"
                       TO WS-DETAIL-LINE (104:29)
               WHEN WS-INCONCLUSIVE
                   CONTINUE
               WHEN OTHER
                   PERFORM 4400-WRITE-VOID-CARD
                   MOVE "VOID CARD WRITTEN"
                       TO WS-DETAIL-LINE (104:29)
           END-EVALUATE
           PERFORM 8100-WRITE-REPORT-LINE.

       4400-WRITE-VOID-CARD.
      *    The bare number and its generation are what CTRVOID
      *    proves; the formatted column is left blank so a format
      *    definition changed since issue cannot refuse the card.
           MOVE SPACES TO CTR-VOID-TXN
           MOVE WS-ISS-NUMBER-T (WS-SCAN-SUB) TO VDX-DOC-NUMBER
           MOVE WS-WSDATA-ID TO VDX-COUNTER-ID
           MOVE WS-ISS-GEN-T (WS-SCAN-SUB) TO VDX-SERIES-GEN
           WRITE CTR-VOID-TXN
           ADD 1 TO WS-VOID-CARD-COUNT.

       5000-FINISH-REPORT.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "TOTALS  BOOKINGS READ " DELIMITED BY SIZE
                  WS-BOOKINGS-READ DELIMITED BY SIZE
                  "  EXTRACT ROWS " DELIMITED BY SIZE
                  WS-EXTRACT-ROWS-READ DELIMITED BY SIZE
                  "  DISTINCT ISSUED " DELIMITED BY SIZE
                  WS-ISS-COUNT DELIMITED BY SIZE
                  "  RESERVED BLOCKS " DELIMITED BY SIZE
                  WS-RSV-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "        NEVER ISSUED " DELIMITED BY SIZE
                  WS-ROGUE-COUNT DELIMITED BY SIZE
                  "  BOOKED MORE THAN ONCE " DELIMITED BY SIZE
                  WS-DUPLICATE-COUNT DELIMITED BY SIZE
                  "  NOT BOOKED " DELIMITED BY SIZE
                  WS-UNBOOKED-COUNT DELIMITED BY SIZE
                  "  VOID CARDS ON CTRBKVD " DELIMITED BY SIZE
                  WS-VOID-CARD-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "        NOT BOOKED, STILL WITHIN GRACE "
                  DELIMITED BY SIZE
                  WS-NOT-YET-DUE-COUNT DELIMITED BY SIZE
                  "  ALREADY ON THE REUSE POOL " DELIMITED BY SIZE
                  WS-POOLED-COUNT DELIMITED BY SIZE
                  "  OLD GENERATION " DELIMITED BY SIZE
                  WS-OLD-GEN-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF WS-INCONCLUSIVE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "RESULTS NOT CONCLUSIVE - A TABLE OVERFLOWED, "
                      DELIMITED BY SIZE
                      "SEE THE JOB LOG.  CTRBKVD HAS BEEN LEFT EMPTY."
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

      *****************************************************************
      *  Both match tables are held in key order.  6000-/6200- leave  *
      *  the slot the key occupies (found) or would occupy (not       *
      *  found) in the position field; 6100-/6300- open that slot by  *
      *  shifting the higher entries up one and fill it.  Extract     *
      *  rows arrive almost entirely in key order, so nearly every    *
      *  insert lands at the end and shifts nothing.                  *
      *****************************************************************
       6000-LOCATE-ISSUED.
           MOVE "N" TO WS-ISS-FOUND-SWITCH
           MOVE 1 TO WS-LOW
           MOVE WS-ISS-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-ISS-FOUND
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-ISS-KEY-T (WS-MID) = WS-ISS-SEARCH-KEY
                       SET WS-ISS-FOUND TO TRUE
                   WHEN WS-ISS-KEY-T (WS-MID) < WS-ISS-SEARCH-KEY
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM
           IF WS-ISS-FOUND
               MOVE WS-MID TO WS-ISS-POS
           ELSE
               MOVE WS-LOW TO WS-ISS-POS
           END-IF.

       6100-INSERT-ISSUED.
           PERFORM VARYING WS-SHIFT FROM WS-ISS-COUNT BY -1
                   UNTIL WS-SHIFT < WS-ISS-POS
               MOVE WS-ISS-ENTRY (WS-SHIFT)
                   TO WS-ISS-ENTRY (WS-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-ISS-COUNT
           MOVE WS-ISS-SEARCH-KEY TO WS-ISS-KEY-T (WS-ISS-POS)
           MOVE WS-ROW-DATE TO WS-ISS-DATE-T (WS-ISS-POS)
           MOVE WS-ROW-REQUESTER TO WS-ISS-REQ-T (WS-ISS-POS)
           MOVE WS-ROW-FORMATTED TO WS-ISS-FMT-T (WS-ISS-POS)
           MOVE 1 TO WS-ISS-TIMES-T (WS-ISS-POS)
           MOVE 0 TO WS-ISS-BOOKED-T (WS-ISS-POS).

       6200-LOCATE-BOOKED.
           MOVE "N" TO WS-BKD-FOUND-SWITCH
           MOVE 1 TO WS-LOW
           MOVE WS-BKD-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-BKD-FOUND
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-BKD-KEY-T (WS-MID) = WS-BKD-SEARCH-KEY
                       SET WS-BKD-FOUND TO TRUE
                   WHEN WS-BKD-KEY-T (WS-MID) < WS-BKD-SEARCH-KEY
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM
           IF WS-BKD-FOUND
               MOVE WS-MID TO WS-BKD-POS
           ELSE
               MOVE WS-LOW TO WS-BKD-POS
           END-IF.

       6300-INSERT-BOOKED.
           PERFORM VARYING WS-SHIFT FROM WS-BKD-COUNT BY -1
                   UNTIL WS-SHIFT < WS-BKD-POS
               MOVE WS-BKD-ENTRY (WS-SHIFT)
                   TO WS-BKD-ENTRY (WS-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-BKD-COUNT
           MOVE WS-BKD-SEARCH-KEY TO WS-BKD-KEY-T (WS-BKD-POS)
           MOVE BOOK-DATE TO WS-BKD-FIRST-DATE-T (WS-BKD-POS)
           MOVE BOOK-DATE TO WS-BKD-LAST-DATE-T (WS-BKD-POS)
           MOVE 1 TO WS-BKD-TIMES-T (WS-BKD-POS).

       8100-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO CTR-REPORT-LINE
           WRITE CTR-REPORT-LINE.
