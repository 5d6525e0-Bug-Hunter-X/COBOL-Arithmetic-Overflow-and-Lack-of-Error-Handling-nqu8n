      *****************************************************************
      *  PROGRAM-ID   : CTRINTG                                       *
      *  PURPOSE      : End-of-day integrity proof.  CTRRECON checks  *
      *                 each series' history for sequence and gaps;   *
      *                 this run proves the subsystem's files agree   *
      *                 with each other, and prints a pass/fail proof *
      *                 on CTRINTGR with every exception explained:   *
      *                   1 each master record - the CTRLASTF WSDATA  *
      *                     record and every CTRCTRF counter - is     *
      *                     byte for byte the after-image of its last *
      *                     CTRJRNF journal row.  Anything else means *
      *                     the master was edited outside the         *
      *                     journaled updaters.  A master with no     *
      *                     journal row at all cannot be proved and   *
      *                     is reported UNPROVEN;                     *
      *                   2 no CTRRUSEF pool entry sits above its     *
      *                     series' current value (a number never     *
      *                     issued) or inside one of the series'      *
      *                     OPEN CTRRSVF blocks (a number that would  *
      *                     be issued twice);                         *
      *                   3 no CTRRSVF block overlaps another block   *
      *                     of the same series and generation, runs   *
      *                     past the master's current value, or       *
      *                     belongs to a generation the master has    *
      *                     not reached;                              *
      *                   4 a CTRRSTF checkpoint AWAITING-RESET is    *
      *                     matched by a WS-DATA still flagged - the  *
      *                     CTRLASTF value still parked where the     *
      *                     overflow left it, or at its CTRPARMF      *
      *                     ceiling.                                  *
      *                 The masters and the journal are read under    *
      *                 the counter-master lock (CTRLOCK), so no      *
      *                 updater can journal between the two reads;    *
      *                 the lock is released before the checks run.   *
      *                 Return code: 0 every check passed, 4 passed   *
      *                 but some master is UNPROVEN, 8 any check      *
      *                 failed, a table overflowed or the lock could  *
      *                 not be had - the stream holds the feed on     *
      *                 RC 8.  Without the lock no check is run.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRINTG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CTR-PARM-FILE ASSIGN TO "CTRPARMF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-PARM-RRN
               FILE STATUS IS WS-CTR-PARM-STATUS.

           SELECT CTR-RESTART-FILE ASSIGN TO "CTRRSTF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-RST-RRN
               FILE STATUS IS WS-CTR-RST-STATUS.

           SELECT CTR-JOURNAL-FILE ASSIGN TO "CTRJRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-RSV-FILE ASSIGN TO "CTRRSVF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-REUSE-FILE ASSIGN TO "CTRRUSEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRINTGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-LAST-FILE.
           COPY CTRLAST.

       FD  CTR-COUNTER-FILE.
           COPY CTRTAB.

       FD  CTR-PARM-FILE.
           COPY CTRPARM.

       FD  CTR-RESTART-FILE.
           COPY CTRRST.

       FD  CTR-JOURNAL-FILE.
           COPY CTRJRNL.

       FD  CTR-RSV-FILE.
           COPY CTRRSV.

       FD  CTR-REUSE-FILE.
           COPY CTRRUSE.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTR-LAST-STATUS          PIC XX.
           88  WS-CTR-LAST-OK                VALUE "00".
       01  WS-CTR-LAST-RRN             PIC 9(4) VALUE 1.
       01  WS-CTR-TAB-STATUS           PIC XX.
           88  WS-CTR-TAB-OK                 VALUE "00".
           88  WS-CTR-TAB-EOF                VALUE "10".
       01  WS-CTR-TAB-RRN              PIC 9(4) VALUE 0.
       01  WS-CTR-PARM-STATUS          PIC XX.
       01  WS-CTR-PARM-RRN             PIC 9(4) VALUE 1.
       01  WS-CTR-RST-STATUS           PIC XX.
           88  WS-CTR-RST-OK                 VALUE "00".
       01  WS-CTR-RST-RRN              PIC 9(4) VALUE 1.
       01  WS-SCAN-STATUS              PIC XX.
           88  WS-SCAN-EOF                   VALUE "10".
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-JOB-NAME                 PIC X(8) VALUE "CTRINTG".
       01  WS-LOCK-REQUEST             PIC X(8).
       01  WS-LOCK-STATUS-CODE         PIC XX.
       01  WS-LOCK-FAILED-SWITCH       PIC X VALUE "N".
           88  WS-LOCK-FAILED                VALUE "Y".

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-WSDATA-ID                PIC X(8) VALUE "WSDATA".
       01  WS-LAST-FILE-LIT            PIC X(8) VALUE "CTRLASTF".
       01  WS-CTR-FILE-LIT             PIC X(8) VALUE "CTRCTRF".
       01  WS-DATA-MAX-VALUE           PIC 9(9) VALUE 999999999.

      *    Restart checkpoint gathered from CTRRSTF.
       01  WS-RST-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-RST-FOUND                  VALUE "Y".
       01  WS-RST-AWAITING-SWITCH      PIC X VALUE "N".
           88  WS-RST-AWAITING               VALUE "Y".
       01  WS-RST-VALUE                PIC 9(9).
       01  WS-RST-TIMESTAMP            PIC X(26).

      *    One entry per series master: the WSDATA record from
      *    CTRLASTF first (when there is one), then every CTRCTRF
      *    counter, each with its own record image and the newest
      *    CTRJRNF after-image written for it.  Keep the image width
      *    in step with CTRJRNL.cpy.
       01  WS-WSDATA-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-WSDATA-FOUND               VALUE "Y".
       01  WS-SER-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-SERIES               PIC 9(4) VALUE 201.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY OCCURS 201 TIMES
                   INDEXED BY WS-SER-IDX.
               10  WS-SER-ID-T         PIC X(08).
               10  WS-SER-FILE-T       PIC X(08).
               10  WS-SER-VALUE-T      PIC 9(09).
               10  WS-SER-GEN-T        PIC 9(04).
               10  WS-SER-IMAGE-T      PIC X(47).
               10  WS-SER-JRN-SW-T     PIC X(01).
               10  WS-SER-JRN-IMAGE-T  PIC X(47).
               10  WS-SER-JRN-JOB-T    PIC X(08).
               10  WS-SER-JRN-TS-T     PIC X(14).
       01  WS-SERIES-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-SERIES-FOUND               VALUE "Y".
       01  WS-FIND-FILE                PIC X(8).
       01  WS-FIND-ID                  PIC X(8).

      *    Every CTRRSVF block, with the series it was cut from.
      *    Rows written before the status fields existed read back
      *    with spaces there and are OPEN, as CTRRSVCL treats them;
      *    rows from before the generation field belong to
      *    generation 0.
       01  WS-RSV-COUNT                PIC 9(5) VALUE 0.
       01  WS-MAX-RSV-ROWS             PIC 9(5) VALUE 20000.
       01  WS-RSV-TABLE.
           05  WS-RSV-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-RSV-IDX WS-RSV-IDX2.
               10  WS-RSV-ID-T         PIC X(08).
               10  WS-RSV-START-T      PIC 9(09).
               10  WS-RSV-END-T        PIC 9(09).
               10  WS-RSV-GEN-T        PIC 9(04).
               10  WS-RSV-REQUESTER-T  PIC X(08).
               10  WS-RSV-OPEN-T       PIC X(01).

       01  WS-INCONCLUSIVE-SWITCH      PIC X VALUE "N".
           88  WS-INCONCLUSIVE               VALUE "Y".

       01  WS-POOL-ID                  PIC X(8).
       01  WS-POOL-FROM                PIC 9(9).
       01  WS-POOL-TO                  PIC 9(9).
       01  WS-CHECK-ID                 PIC X(8).
       01  WS-REASON-CODE              PIC X(8).
       01  WS-LINE-PTR                 PIC 9(3).

      *    Counts per check - items examined and exceptions found.
       01  WS-JRN-ROWS-READ            PIC 9(9) VALUE 0.
       01  WS-MASTER-CHECKED           PIC 9(5) VALUE 0.
       01  WS-MASTER-EXCEPTIONS        PIC 9(5) VALUE 0.
       01  WS-UNPROVEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-POOL-CHECKED             PIC 9(9) VALUE 0.
       01  WS-POOL-EXCEPTIONS          PIC 9(5) VALUE 0.
       01  WS-RSV-EXCEPTIONS           PIC 9(5) VALUE 0.
       01  WS-RST-EXCEPTIONS           PIC 9(5) VALUE 0.
       01  WS-CHECK-EXCEPTIONS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS         PIC 9(5) VALUE 0.
       01  WS-CHECKS-FAILED            PIC 9(1) VALUE 0.

       01  WS-DETAIL-LINE              PIC X(132).
       01  WS-EXPLAIN-LINE             PIC X(120).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
      *    The lock is held only while the masters and the journal
      *    are read, as CTRRESET does for its preview, so each master
      *    is compared with a journal no updater has moved past it.
           PERFORM 1000-INITIALIZE
           MOVE "ACQUIRE" TO WS-LOCK-REQUEST
           CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                   WS-LOCK-STATUS-CODE
           IF WS-LOCK-STATUS-CODE NOT = "00"
               DISPLAY "CTRINTG: counter-master lock not acquired "
                       "(status " WS-LOCK-STATUS-CODE "), no check run"
               SET WS-LOCK-FAILED TO TRUE
               SET WS-INCONCLUSIVE TO TRUE
           ELSE
               PERFORM 1100-LOAD-SERIES-MASTERS
               PERFORM 1200-LOAD-CEILING-AND-CHECKPOINT
               PERFORM 1300-SCAN-JOURNAL
               MOVE "RELEASE" TO WS-LOCK-REQUEST
               CALL "CTRLOCK" USING WS-LOCK-REQUEST WS-JOB-NAME
                       WS-LOCK-STATUS-CODE
               PERFORM 1400-LOAD-RESERVATIONS
               PERFORM 2000-CHECK-MASTERS-VS-JOURNAL
               PERFORM 3000-CHECK-REUSE-POOL
               PERFORM 4000-CHECK-RESERVATIONS
               PERFORM 5000-CHECK-CHECKPOINT
           END-IF
           PERFORM 6000-FINISH-REPORT
           CLOSE CTR-REPORT-FILE
           PERFORM 0100-SET-RETURN-CODE
           STOP RUN.

       0100-SET-RETURN-CODE.
           DISPLAY "CTRINTG: " WS-TOTAL-EXCEPTIONS " exception(s), "
                   WS-UNPROVEN-COUNT " unproven master(s) - proof "
                   "on CTRINTGR"
           EVALUATE TRUE
               WHEN WS-LOCK-FAILED
                   DISPLAY "CTRINTG: proof is not conclusive - the "
                           "files could not be read under the lock"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-INCONCLUSIVE
                   DISPLAY "CTRINTG: proof is not conclusive - a "
                           "table overflowed, see CTRINTGR"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-EXCEPTIONS > 0
                   DISPLAY "CTRINTG: integrity proof FAILED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNPROVEN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1000-INITIALIZE.
           CALL "CTRBDATE" USING WS-RUN-DATE
           OPEN OUTPUT CTR-REPORT-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CTRINTG  COUNTER SUBSYSTEM INTEGRITY PROOF  "
                  DELIMITED BY SIZE
                  "RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       1100-LOAD-SERIES-MASTERS.
           OPEN INPUT CTR-LAST-FILE
           IF WS-CTR-LAST-OK
               MOVE 1 TO WS-CTR-LAST-RRN
               READ CTR-LAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WSDATA-FOUND TO TRUE
                       ADD 1 TO WS-SER-COUNT
                       SET WS-SER-IDX TO WS-SER-COUNT
                       MOVE WS-WSDATA-ID TO WS-SER-ID-T (WS-SER-IDX)
                       MOVE WS-LAST-FILE-LIT
                           TO WS-SER-FILE-T (WS-SER-IDX)
                       MOVE CTR-LAST-VALUE
                           TO WS-SER-VALUE-T (WS-SER-IDX)
                       IF CTR-LAST-GENERATION IS NUMERIC
                           MOVE CTR-LAST-GENERATION
                               TO WS-SER-GEN-T (WS-SER-IDX)
                       ELSE
                           MOVE 0 TO WS-SER-GEN-T (WS-SER-IDX)
                       END-IF
                       MOVE CTR-LAST-RECORD
                           TO WS-SER-IMAGE-T (WS-SER-IDX)
                       MOVE "N" TO WS-SER-JRN-SW-T (WS-SER-IDX)
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
                           PERFORM 1150-ADD-COUNTER-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-COUNTER-FILE
           END-IF.

       1150-ADD-COUNTER-ROW.
           IF WS-SER-COUNT < WS-MAX-SERIES
               ADD 1 TO WS-SER-COUNT
               SET WS-SER-IDX TO WS-SER-COUNT
               MOVE CTR-ID TO WS-SER-ID-T (WS-SER-IDX)
               MOVE WS-CTR-FILE-LIT TO WS-SER-FILE-T (WS-SER-IDX)
               MOVE CTR-CURRENT-VALUE TO WS-SER-VALUE-T (WS-SER-IDX)
               IF CTR-GENERATION IS NUMERIC
                   MOVE CTR-GENERATION TO WS-SER-GEN-T (WS-SER-IDX)
               ELSE
                   MOVE 0 TO WS-SER-GEN-T (WS-SER-IDX)
               END-IF
               MOVE CTR-TABLE-RECORD TO WS-SER-IMAGE-T (WS-SER-IDX)
               MOVE "N" TO WS-SER-JRN-SW-T (WS-SER-IDX)
           ELSE
               IF NOT WS-INCONCLUSIVE
                   DISPLAY "CTRINTG: counter table has more than "
                           WS-MAX-SERIES " entries - widen "
                           "WS-MAX-SERIES"
               END-IF
               SET WS-INCONCLUSIVE TO TRUE
           END-IF.

       1200-LOAD-CEILING-AND-CHECKPOINT.
           OPEN INPUT CTR-PARM-FILE
           IF WS-CTR-PARM-STATUS = "00"
               MOVE 1 TO WS-CTR-PARM-RRN
               READ CTR-PARM-FILE
                   NOT INVALID KEY
                       MOVE PARM-CEILING-VALUE TO WS-DATA-MAX-VALUE
               END-READ
               CLOSE CTR-PARM-FILE
           END-IF
           OPEN INPUT CTR-RESTART-FILE
           IF WS-CTR-RST-OK
               MOVE 1 TO WS-CTR-RST-RRN
               READ CTR-RESTART-FILE
                   NOT INVALID KEY
                       SET WS-RST-FOUND TO TRUE
                       MOVE CTR-RST-LAST-GOOD-VALUE TO WS-RST-VALUE
                       MOVE CTR-RST-TIMESTAMP TO WS-RST-TIMESTAMP
                       IF CTR-RST-AWAITING-RESET
                           SET WS-RST-AWAITING TO TRUE
                       END-IF
               END-READ
               CLOSE CTR-RESTART-FILE
           END-IF.

       1300-SCAN-JOURNAL.
      *    The journal is append-only, so a later row for the same
      *    master record replaces an earlier one and the pass ends
      *    with the newest after-image of each.  A CTRCTRF image is
      *    keyed by its leading 8 bytes (CTR-ID, per CTRTAB.cpy);
      *    rows for a counter no longer on the master are passed
      *    over.
           OPEN INPUT CTR-JOURNAL-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ CTR-JOURNAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-JRN-ROWS-READ
                           PERFORM 1350-NOTE-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-JOURNAL-FILE
           END-IF.

       1350-NOTE-JOURNAL-ROW.
           MOVE JRN-FILE-ID TO WS-FIND-FILE
           IF JRN-FOR-LAST-FILE
               MOVE WS-WSDATA-ID TO WS-FIND-ID
           ELSE
               MOVE JRN-AFTER-IMAGE (1:8) TO WS-FIND-ID
           END-IF
           PERFORM 8200-FIND-SERIES
           IF WS-SERIES-FOUND
               MOVE "Y" TO WS-SER-JRN-SW-T (WS-SER-IDX)
               MOVE JRN-AFTER-IMAGE TO WS-SER-JRN-IMAGE-T (WS-SER-IDX)
               MOVE JRN-JOB-NAME TO WS-SER-JRN-JOB-T (WS-SER-IDX)
               MOVE JRN-TIMESTAMP (1:14)
                   TO WS-SER-JRN-TS-T (WS-SER-IDX)
           END-IF.

       1400-LOAD-RESERVATIONS.
           OPEN INPUT CTR-RSV-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ CTR-RSV-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1450-ADD-RESERVATION-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-RSV-FILE
           END-IF.

       1450-ADD-RESERVATION-ROW.
           IF WS-RSV-COUNT < WS-MAX-RSV-ROWS
               ADD 1 TO WS-RSV-COUNT
               SET WS-RSV-IDX TO WS-RSV-COUNT
               IF RSV-COUNTER-ID = SPACES
                   MOVE WS-WSDATA-ID TO WS-RSV-ID-T (WS-RSV-IDX)
               ELSE
                   MOVE RSV-COUNTER-ID TO WS-RSV-ID-T (WS-RSV-IDX)
               END-IF
               MOVE RSV-RANGE-START TO WS-RSV-START-T (WS-RSV-IDX)
               MOVE RSV-RANGE-END TO WS-RSV-END-T (WS-RSV-IDX)
               IF RSV-SERIES-GEN IS NUMERIC
                   MOVE RSV-SERIES-GEN TO WS-RSV-GEN-T (WS-RSV-IDX)
               ELSE
                   MOVE 0 TO WS-RSV-GEN-T (WS-RSV-IDX)
               END-IF
               MOVE RSV-REQUESTER TO WS-RSV-REQUESTER-T (WS-RSV-IDX)
               IF RSV-OPEN OR RSV-STATUS = SPACES
                   MOVE "Y" TO WS-RSV-OPEN-T (WS-RSV-IDX)
               ELSE
                   MOVE "N" TO WS-RSV-OPEN-T (WS-RSV-IDX)
               END-IF
           ELSE
               IF NOT WS-INCONCLUSIVE
                   DISPLAY "CTRINTG: more than " WS-MAX-RSV-ROWS
                           " reservation rows - widen "
                           "WS-MAX-RSV-ROWS"
               END-IF
               SET WS-INCONCLUSIVE TO TRUE
           END-IF.

       2000-CHECK-MASTERS-VS-JOURNAL.
           MOVE "CHECK 1  MASTER RECORDS AGREE WITH THEIR LAST CTRJRNF A
      -        "FTER-IMAGE" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 0 TO WS-CHECK-EXCEPTIONS
           IF NOT WS-WSDATA-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  FAIL  WSDATA    NOMASTER  NO CTRLASTF RECORD"
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               MOVE "THE WS-DATA MASTER IS MISSING - REBUILD IT WITH CTR
      -            "JREST" TO WS-EXPLAIN-LINE
               PERFORM 8000-REPORT-EXCEPTION
           END-IF
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
               PERFORM 2100-CHECK-ONE-MASTER
           END-PERFORM
           MOVE WS-CHECK-EXCEPTIONS TO WS-MASTER-EXCEPTIONS
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "         " DELIMITED BY SIZE
                  WS-MASTER-CHECKED DELIMITED BY SIZE
                  " MASTER RECORD(S) CHECKED AGAINST " DELIMITED BY SIZE
                  WS-JRN-ROWS-READ DELIMITED BY SIZE
                  " JOURNAL ROW(S), " DELIMITED BY SIZE
                  WS-UNPROVEN-COUNT DELIMITED BY SIZE
                  " UNPROVEN" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 8300-WRITE-CHECK-RESULT.

       2100-CHECK-ONE-MASTER.
           ADD 1 TO WS-MASTER-CHECKED
           IF WS-SER-JRN-SW-T (WS-SER-IDX) NOT = "Y"
               ADD 1 TO WS-UNPROVEN-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  WARN  " DELIMITED BY SIZE
                      WS-SER-ID-T (WS-SER-IDX) DELIMITED BY SIZE
                      "  UNPROVEN  " DELIMITED BY SIZE
                      WS-SER-FILE-T (WS-SER-IDX) DELIMITED BY SIZE
                      " VALUE " DELIMITED BY SIZE
                      WS-SER-VALUE-T (WS-SER-IDX) DELIMITED BY SIZE
                      " HAS NO JOURNAL ROW" DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "NOT CHANGED SINCE JOURNALING BEGAN, OR THE JOURNAL 
      -            "WAS LOST - CANNOT BE PROVED EITHER WAY"
                   TO WS-DETAIL-LINE (17:)
               PERFORM 8100-WRITE-REPORT-LINE
           ELSE
               IF WS-SER-IMAGE-T (WS-SER-IDX)
                       NOT = WS-SER-JRN-IMAGE-T (WS-SER-IDX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  FAIL  " DELIMITED BY SIZE
                          WS-SER-ID-T (WS-SER-IDX) DELIMITED BY SIZE
                          "  OUTOFBND  " DELIMITED BY SIZE
                          WS-SER-FILE-T (WS-SER-IDX) DELIMITED BY SIZE
                          " VALUE " DELIMITED BY SIZE
                          WS-SER-VALUE-T (WS-SER-IDX)
                              DELIMITED BY SIZE
                          ", JOURNAL AFTER-IMAGE VALUE "
                              DELIMITED BY SIZE
                          WS-SER-JRN-IMAGE-T (WS-SER-IDX) (9:9)
                              DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          WS-SER-JRN-JOB-T (WS-SER-IDX)
                              DELIMITED BY SIZE
                          " AT " DELIMITED BY SIZE
                          WS-SER-JRN-TS-T (WS-SER-IDX)
                              DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                   MOVE "THE MASTER WAS CHANGED OUTSIDE THE JOURNALED UP
      -                "DATERS - REVIEW, THEN REBUILD WITH CTRJREST"
                       TO WS-EXPLAIN-LINE
                   PERFORM 8000-REPORT-EXCEPTION
               END-IF
           END-IF.

       3000-CHECK-REUSE-POOL.
      *    A pool row may carry a whole returned range - a single-
      *    value row reads back with spaces or zero in the range end.
      *    The pool holds numbers of the series' current generation,
      *    so only that generation's OPEN blocks are matched.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "CHECK 2  REUSE POOL ENTRIES ARE ISSUED AND NOT HELD BY 
      -        "AN OPEN RESERVATION" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 0 TO WS-CHECK-EXCEPTIONS
           OPEN INPUT CTR-REUSE-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ CTR-REUSE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 3100-CHECK-ONE-POOL-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-REUSE-FILE
           END-IF
           MOVE WS-CHECK-EXCEPTIONS TO WS-POOL-EXCEPTIONS
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "         " DELIMITED BY SIZE
                  WS-POOL-CHECKED DELIMITED BY SIZE
                  " POOL ROW(S) CHECKED" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 8300-WRITE-CHECK-RESULT.

       3100-CHECK-ONE-POOL-ROW.
           ADD 1 TO WS-POOL-CHECKED
           IF REUSE-COUNTER-ID = SPACES
               MOVE WS-WSDATA-ID TO WS-POOL-ID
           ELSE
               MOVE REUSE-COUNTER-ID TO WS-POOL-ID
           END-IF
           MOVE REUSE-VALUE TO WS-POOL-FROM
           IF REUSE-RANGE-END IS NUMERIC
               AND REUSE-RANGE-END > REUSE-VALUE
               MOVE REUSE-RANGE-END TO WS-POOL-TO
           ELSE
               MOVE REUSE-VALUE TO WS-POOL-TO
           END-IF
           IF WS-POOL-ID = WS-WSDATA-ID
               MOVE WS-LAST-FILE-LIT TO WS-FIND-FILE
           ELSE
               MOVE WS-CTR-FILE-LIT TO WS-FIND-FILE
           END-IF
           MOVE WS-POOL-ID TO WS-FIND-ID
           PERFORM 8200-FIND-SERIES
           IF NOT WS-SERIES-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  FAIL  " DELIMITED BY SIZE
                      WS-POOL-ID DELIMITED BY SIZE
                      "  NOSERIES  POOL " DELIMITED BY SIZE
                      WS-POOL-FROM DELIMITED BY SIZE
                      " THRU " DELIMITED BY SIZE
                      WS-POOL-TO DELIMITED BY SIZE
                      " BELONGS TO NO SERIES MASTER" DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               MOVE "A POOL ENTRY FOR A SERIES THAT DOES NOT EXIST CAN N
      -            "EVER BE PROVED ISSUED - REMOVE IT"
                   TO WS-EXPLAIN-LINE
               PERFORM 8000-REPORT-EXCEPTION
           ELSE
               IF WS-POOL-TO > WS-SER-VALUE-T (WS-SER-IDX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  FAIL  " DELIMITED BY SIZE
                          WS-POOL-ID DELIMITED BY SIZE
                          "  OVERHWM   POOL " DELIMITED BY SIZE
                          WS-POOL-FROM DELIMITED BY SIZE
                          " THRU " DELIMITED BY SIZE
                          WS-POOL-TO DELIMITED BY SIZE
                          " IS ABOVE THE SERIES VALUE "
                              DELIMITED BY SIZE
                          WS-SER-VALUE-T (WS-SER-IDX)
                              DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                   MOVE "THE NUMBER WAS NEVER ISSUED - REUSING IT AND LA
      -                "TER MINTING IT FRESH WOULD ISSUE IT TWICE"
                       TO WS-EXPLAIN-LINE
                   PERFORM 8000-REPORT-EXCEPTION
               END-IF
               PERFORM 3200-MATCH-OPEN-BLOCKS
           END-IF.

       3200-MATCH-OPEN-BLOCKS.
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RSV-COUNT
               IF WS-RSV-ID-T (WS-RSV-IDX) = WS-POOL-ID
                   AND WS-RSV-OPEN-T (WS-RSV-IDX) = "Y"
                   AND WS-RSV-GEN-T (WS-RSV-IDX)
                       = WS-SER-GEN-T (WS-SER-IDX)
                   AND WS-POOL-FROM <= WS-RSV-END-T (WS-RSV-IDX)
                   AND WS-POOL-TO >= WS-RSV-START-T (WS-RSV-IDX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  FAIL  " DELIMITED BY SIZE
                          WS-POOL-ID DELIMITED BY SIZE
                          "  INOPEN    POOL " DELIMITED BY SIZE
                          WS-POOL-FROM DELIMITED BY SIZE
                          " THRU " DELIMITED BY SIZE
                          WS-POOL-TO DELIMITED BY SIZE
                          " IS INSIDE OPEN BLOCK " DELIMITED BY SIZE
                          WS-RSV-START-T (WS-RSV-IDX)
                              DELIMITED BY SIZE
                          " THRU " DELIMITED BY SIZE
                          WS-RSV-END-T (WS-RSV-IDX) DELIMITED BY SIZE
                          " FOR " DELIMITED BY SIZE
                          WS-RSV-REQUESTER-T (WS-RSV-IDX)
                              DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                   MOVE "THE BLOCK'S HOLDER MAY STILL USE THE NUMBER - R
      -                "EUSING IT WOULD ISSUE IT TWICE"
                       TO WS-EXPLAIN-LINE
                   PERFORM 8000-REPORT-EXCEPTION
               END-IF
           END-PERFORM.

       4000-CHECK-RESERVATIONS.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "CHECK 3  RESERVED BLOCKS ARE DISJOINT AND WITHIN THEIR 
      -        "SERIES MASTER" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 0 TO WS-CHECK-EXCEPTIONS
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RSV-COUNT
               PERFORM 4100-CHECK-ONE-BLOCK
           END-PERFORM
           MOVE WS-CHECK-EXCEPTIONS TO WS-RSV-EXCEPTIONS
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "         " DELIMITED BY SIZE
                  WS-RSV-COUNT DELIMITED BY SIZE
                  " RESERVED BLOCK(S) CHECKED" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 8300-WRITE-CHECK-RESULT.

       4100-CHECK-ONE-BLOCK.
           MOVE WS-RSV-ID-T (WS-RSV-IDX) TO WS-CHECK-ID
           IF WS-CHECK-ID = WS-WSDATA-ID
               MOVE WS-LAST-FILE-LIT TO WS-FIND-FILE
           ELSE
               MOVE WS-CTR-FILE-LIT TO WS-FIND-FILE
           END-IF
           MOVE WS-CHECK-ID TO WS-FIND-ID
           PERFORM 8200-FIND-SERIES
           EVALUATE TRUE
               WHEN NOT WS-SERIES-FOUND
                   MOVE "NOSERIES" TO WS-REASON-CODE
                   PERFORM 4200-START-BLOCK-LINE
                   STRING "BELONGS TO NO SERIES MASTER"
                              DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                          WITH POINTER WS-LINE-PTR
                   MOVE "NUMBERS WERE RESERVED FROM A SERIES THAT DOES N
      -                "OT EXIST - FIND WHO CUT THE BLOCK"
                       TO WS-EXPLAIN-LINE
                   PERFORM 8000-REPORT-EXCEPTION
               WHEN WS-RSV-GEN-T (WS-RSV-IDX)
                       > WS-SER-GEN-T (WS-SER-IDX)
                   MOVE "AHEADGEN" TO WS-REASON-CODE
                   PERFORM 4200-START-BLOCK-LINE
                   STRING "IS AHEAD OF MASTER GENERATION "
                              DELIMITED BY SIZE
                          WS-SER-GEN-T (WS-SER-IDX) DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                          WITH POINTER WS-LINE-PTR
                   MOVE "THE MASTER WAS ROLLED BACK OR REBUILT BEHIND A 
      -                "GENERATION THAT HAD ALREADY ISSUED BLOCKS"
                       TO WS-EXPLAIN-LINE
                   PERFORM 8000-REPORT-EXCEPTION
               WHEN WS-RSV-GEN-T (WS-RSV-IDX)
                       = WS-SER-GEN-T (WS-SER-IDX)
                   AND WS-RSV-END-T (WS-RSV-IDX)
                       > WS-SER-VALUE-T (WS-SER-IDX)
                   MOVE "OVERHWM" TO WS-REASON-CODE
                   PERFORM 4200-START-BLOCK-LINE
                   STRING "RUNS PAST THE SERIES VALUE "
                              DELIMITED BY SIZE
                          WS-SER-VALUE-T (WS-SER-IDX)
                              DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                          WITH POINTER WS-LINE-PTR
                   MOVE "THE MASTER WAS SET BACK UNDER AN ISSUED BLOCK -
      -                " ITS NEXT NUMBERS WOULD BE ISSUED TWICE"
                       TO WS-EXPLAIN-LINE
                   PERFORM 8000-REPORT-EXCEPTION
           END-EVALUATE
      *    Each pair of blocks is compared once - against the blocks
      *    after this one on the file.
           PERFORM VARYING WS-RSV-IDX2 FROM WS-RSV-IDX BY 1
                   UNTIL WS-RSV-IDX2 > WS-RSV-COUNT
               IF WS-RSV-IDX2 NOT = WS-RSV-IDX
                   AND WS-RSV-ID-T (WS-RSV-IDX2) = WS-CHECK-ID
                   AND WS-RSV-GEN-T (WS-RSV-IDX2)
                       = WS-RSV-GEN-T (WS-RSV-IDX)
                   AND WS-RSV-START-T (WS-RSV-IDX2)
                       <= WS-RSV-END-T (WS-RSV-IDX)
                   AND WS-RSV-END-T (WS-RSV-IDX2)
                       >= WS-RSV-START-T (WS-RSV-IDX)
                   MOVE "OVERLAP" TO WS-REASON-CODE
                   PERFORM 4200-START-BLOCK-LINE
                   STRING "OVERLAPS BLOCK " DELIMITED BY SIZE
                          WS-RSV-START-T (WS-RSV-IDX2)
                              DELIMITED BY SIZE
                          " THRU " DELIMITED BY SIZE
                          WS-RSV-END-T (WS-RSV-IDX2) DELIMITED BY SIZE
                          " FOR " DELIMITED BY SIZE
                          WS-RSV-REQUESTER-T (WS-RSV-IDX2)
                              DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                          WITH POINTER WS-LINE-PTR
                   MOVE "THE SAME NUMBERS WERE HANDED TO TWO HOLDERS IN 
      -                "ONE GENERATION - BOTH MAY ISSUE THEM"
                       TO WS-EXPLAIN-LINE
                   PERFORM 8000-REPORT-EXCEPTION
               END-IF
           END-PERFORM.

       4200-START-BLOCK-LINE.
      *    Common head of a block exception - series, reason code,
      *    the block and its generation.  The caller strings the
      *    rest of the line in from WS-LINE-PTR.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  FAIL  " DELIMITED BY SIZE
                  WS-RSV-ID-T (WS-RSV-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REASON-CODE DELIMITED BY SIZE
                  "  BLOCK " DELIMITED BY SIZE
                  WS-RSV-START-T (WS-RSV-IDX) DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  WS-RSV-END-T (WS-RSV-IDX) DELIMITED BY SIZE
                  " GEN " DELIMITED BY SIZE
                  WS-RSV-GEN-T (WS-RSV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
                  WITH POINTER WS-LINE-PTR.

       5000-CHECK-CHECKPOINT.
      *    WSCTRUPD writes the checkpoint AWAITING-RESET with the
      *    CTRLASTF value it stopped at and leaves that value parked
      *    until CTRRESET clears the checkpoint.  A value that has
      *    since moved below the ceiling means WS-DATA is no longer
      *    flagged and something other than CTRRESET moved it.  A
      *    CLEARED checkpoint with WS-DATA at its ceiling is not an
      *    exception - the next WSCTRUPD run trips and flags it.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "CHECK 4  A CHECKPOINT AWAITING RESET MATCHES A FLAGGED 
      -        "WS-DATA" TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 0 TO WS-CHECK-EXCEPTIONS
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN NOT WS-RST-FOUND
                   MOVE "         NO CTRRSTF CHECKPOINT RECORD"
                       TO WS-DETAIL-LINE
                   PERFORM 8100-WRITE-REPORT-LINE
               WHEN NOT WS-RST-AWAITING
                   STRING "         CHECKPOINT CLEARED, "
                              DELIMITED BY SIZE
                          "LAST GOOD VALUE " DELIMITED BY SIZE
                          WS-RST-VALUE DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                   PERFORM 8100-WRITE-REPORT-LINE
               WHEN NOT WS-WSDATA-FOUND
                   STRING "  FAIL  WSDATA    NOMASTER  CHECKPOINT AWAIT"
                          DELIMITED BY SIZE
                          "ING RESET AT " DELIMITED BY SIZE
                          WS-RST-VALUE DELIMITED BY SIZE
                          " WITH NO CTRLASTF RECORD" DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                   MOVE "THE FLAGGED WS-DATA MASTER IS MISSING - REBUILD
      -                " IT WITH CTRJREST BEFORE RESETTING"
                       TO WS-EXPLAIN-LINE
                   PERFORM 8000-REPORT-EXCEPTION
               WHEN OTHER
                   PERFORM 5100-CHECK-AWAITING-RESET
           END-EVALUATE
           MOVE WS-CHECK-EXCEPTIONS TO WS-RST-EXCEPTIONS
           PERFORM 8300-WRITE-CHECK-RESULT.

       5100-CHECK-AWAITING-RESET.
      *    The WSDATA master is always entry 1 of the series table.
           SET WS-SER-IDX TO 1
           IF WS-SER-VALUE-T (WS-SER-IDX) = WS-RST-VALUE
               OR WS-SER-VALUE-T (WS-SER-IDX) >= WS-DATA-MAX-VALUE
               STRING "         AWAITING-RESET AT " DELIMITED BY SIZE
                      WS-RST-VALUE DELIMITED BY SIZE
                      " SINCE " DELIMITED BY SIZE
                      WS-RST-TIMESTAMP (1:14) DELIMITED BY SIZE
                      ", WS-DATA STILL FLAGGED AT " DELIMITED BY SIZE
                      WS-SER-VALUE-T (WS-SER-IDX) DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           ELSE
               STRING "  FAIL  WSDATA    NOTFLAG   AWAITING-RESET AT "
                      DELIMITED BY SIZE
                      WS-RST-VALUE DELIMITED BY SIZE
                      " BUT CTRLASTF VALUE IS " DELIMITED BY SIZE
                      WS-SER-VALUE-T (WS-SER-IDX) DELIMITED BY SIZE
                      ", CEILING " DELIMITED BY SIZE
                      WS-DATA-MAX-VALUE DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               MOVE "WS-DATA WAS MOVED WITHOUT CTRRESET CLEARING THE CHE
      -            "CKPOINT - CONFIRM THE VALUE, THEN RUN CTRRESET"
                   TO WS-EXPLAIN-LINE
               PERFORM 8000-REPORT-EXCEPTION
           END-IF.

       6000-FINISH-REPORT.
           COMPUTE WS-TOTAL-EXCEPTIONS = WS-MASTER-EXCEPTIONS
               + WS-POOL-EXCEPTIONS + WS-RSV-EXCEPTIONS
               + WS-RST-EXCEPTIONS
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "TOTALS  CHECKS FAILED " DELIMITED BY SIZE
                  WS-CHECKS-FAILED DELIMITED BY SIZE
                  " OF 4  EXCEPTIONS " DELIMITED BY SIZE
                  WS-TOTAL-EXCEPTIONS DELIMITED BY SIZE
                  "  UNPROVEN MASTERS " DELIMITED BY SIZE
                  WS-UNPROVEN-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-LOCK-FAILED
                   MOVE "INTEGRITY PROOF NOT CONCLUSIVE - THE COUNTER-MA
      -                "STER LOCK COULD NOT BE HAD AND NO CHECK WAS RUN.
      -                "  HOLD THE FEED AND RERUN."
                       TO WS-DETAIL-LINE
               WHEN WS-INCONCLUSIVE
                   MOVE "INTEGRITY PROOF NOT CONCLUSIVE - A TABLE OVERFL
      -                "OWED, SEE THE JOB LOG.  HOLD THE FEED."
                       TO WS-DETAIL-LINE
               WHEN WS-TOTAL-EXCEPTIONS > 0
                   MOVE "INTEGRITY PROOF FAILED - THE FILES DO NOT AGREE
      -                ".  HOLD THE FEED UNTIL ALL ARE CLEARED."
                       TO WS-DETAIL-LINE
               WHEN WS-UNPROVEN-COUNT > 0
                   MOVE "INTEGRITY PROOF PASSED WITH WARNINGS - SOME MAS
      -                "TERS COULD NOT BE PROVED AGAINST THE JOURNAL."
                       TO WS-DETAIL-LINE
               WHEN OTHER
                   MOVE "INTEGRITY PROOF PASSED - ALL FILES AGREE."
                       TO WS-DETAIL-LINE
           END-EVALUATE
           PERFORM 8100-WRITE-REPORT-LINE.

       8000-REPORT-EXCEPTION.
      *    Prints the exception line the caller built and the
      *    explanation under it, and counts the exception against
      *    the check in progress.
           ADD 1 TO WS-CHECK-EXCEPTIONS
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-EXPLAIN-LINE TO WS-DETAIL-LINE (17:)
           PERFORM 8100-WRITE-REPORT-LINE.

       8100-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO CTR-REPORT-LINE
           WRITE CTR-REPORT-LINE.

       8200-FIND-SERIES.
           MOVE "N" TO WS-SERIES-FOUND-SWITCH
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
                      OR WS-SERIES-FOUND
               IF WS-SER-FILE-T (WS-SER-IDX) = WS-FIND-FILE
                   AND WS-SER-ID-T (WS-SER-IDX) = WS-FIND-ID
                   MOVE "Y" TO WS-SERIES-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-SERIES-FOUND
               SET WS-SER-IDX DOWN BY 1
           END-IF.

       8300-WRITE-CHECK-RESULT.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-CHECK-EXCEPTIONS = 0
               MOVE "         RESULT: PASS" TO WS-DETAIL-LINE
           ELSE
               ADD 1 TO WS-CHECKS-FAILED
               STRING "         RESULT: FAIL - " DELIMITED BY SIZE
                      WS-CHECK-EXCEPTIONS DELIMITED BY SIZE
                      " EXCEPTION(S)" DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE.
