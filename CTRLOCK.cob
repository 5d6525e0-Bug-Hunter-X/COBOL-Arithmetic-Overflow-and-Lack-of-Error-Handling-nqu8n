      *                 request, the caller's job name and a status   *
      *                 field:                                        *
      *                   ACQUIRE - take the lock.  00 = taken,       *
      *                             LK = held by a live job and still *
      *                             held when the caller's CTRLWTF    *
      *                             wait policy ran out (no policy:   *
      *                             fail fast), SL = held but stale   *
      *                             (left by an abend on an earlier   *
      *                             date - report it, never steal it; *
      *                             ops clears it deliberately with   *
      *                             CTRUNLK), IO = lock file          *
      *                             unavailable.                      *
      *                   RELEASE - free the lock if this job holds   *
      *                   CLEAR   - free the lock whoever holds it,   *
      *                             for deliberate operator cleanup   *
      *                             after an abend.  Always 00.       *
      *                 Every ACQUIRE that finds the lock held is     *
      *                 logged to CTRLCNF - waiting job, holding job, *
      *                 how long it waited and how it ended - for the *
      *                 weekly CTRLCNRP contention report.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLOCK.
               RELATIVE KEY IS WS-LOCK-RRN
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT CTR-LOCK-WAIT-FILE ASSIGN TO "CTRLWTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LWT-STATUS.

           SELECT CTR-CONTENTION-FILE ASSIGN TO "CTRLCNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-LOCK-FILE.
           COPY CTRLCK.

       FD  CTR-LOCK-WAIT-FILE.
           COPY CTRLWT.

       FD  CTR-CONTENTION-FILE.
           COPY CTRLCN.

       WORKING-STORAGE SECTION.
       01  WS-LOCK-STATUS              PIC XX.
           88  WS-LOCK-OK                    VALUE "00".
       01  WS-RECORD-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-RECORD-FOUND               VALUE "Y".
       01  WS-TODAY                    PIC X(8).
       01  WS-LWT-STATUS               PIC XX.
       01  WS-LCN-STATUS               PIC XX.
      *    The processing date for the contention log, looked up on
      *    the first contention of the run and kept across CALLs.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

      *    Wait policies from CTRLWTF, loaded on the first contention
      *    of the run and kept across CALLs - CTRNEXT calls this per
      *    mint.  Row limit in step with CTRTMNT's for CTRLWTF.
       01  WS-LWT-LOADED-SWITCH        PIC X VALUE "N".
           88  WS-LWT-LOADED                 VALUE "Y".
       01  WS-LWT-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-LOCK-WAITS           PIC 9(4) VALUE 200.
       01  WS-LOCK-WAIT-TABLE.
           05  WS-LWT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LWT-IDX.
               10  WS-LWT-JOB-T        PIC X(08).
               10  WS-LWT-ATTEMPTS-T   PIC 9(02).
               10  WS-LWT-INTERVAL-T   PIC 9(03).
       01  WS-LWT-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-LWT-FOUND                  VALUE "Y".

      *    This ACQUIRE's policy and progress.  With no row for the
      *    job and no default row, one try - fail fast.
       01  WS-WAIT-ATTEMPTS            PIC 9(2).
       01  WS-WAIT-INTERVAL            PIC 9(3).
       01  WS-ATTEMPT-NUMBER           PIC 9(2).
       01  WS-WAIT-START-TS            PIC X(26).
       01  WS-FIRST-HOLDER             PIC X(8).
       01  WS-HELD-SINCE               PIC X(14).
       01  WS-LAST-HOLDER              PIC X(8).
       01  WS-LAST-HELD-SINCE          PIC X(14).
       01  WS-TS-WORK                  PIC X(26).
       01  WS-TS-SECONDS               PIC 9(11).
       01  WS-START-SECONDS            PIC 9(11).
       01  WS-WAIT-SECONDS             PIC 9(5).

       LINKAGE SECTION.
       01  LK-REQUEST                  PIC X(08).
               LK-STATUS-CODE.
       0000-MAIN-PROCESS.
           MOVE "00" TO LK-STATUS-CODE
           IF LK-REQUEST-ACQUIRE
               PERFORM 5000-ACQUIRE-WITH-WAIT
           ELSE
               PERFORM 0100-PROCESS-REQUEST
           END-IF
           GOBACK.

       0100-PROCESS-REQUEST.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN I-O CTR-LOCK-FILE
           IF NOT WS-LOCK-OK
                               LK-REQUEST
               END-EVALUATE
               CLOSE CTR-LOCK-FILE
           END-IF.

       1000-READ-LOCK-RECORD.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH
                           " - run CTRUNLK to clear it deliberately"
               ELSE
                   MOVE "LK" TO LK-STATUS-CODE
               END-IF
               IF WS-FIRST-HOLDER = SPACES
                   MOVE LCK-JOB-NAME TO WS-FIRST-HOLDER
                   MOVE LCK-TIMESTAMP (1:14) TO WS-HELD-SINCE
               END-IF
               MOVE LCK-JOB-NAME TO WS-LAST-HOLDER
               MOVE LCK-TIMESTAMP (1:14) TO WS-LAST-HELD-SINCE
           ELSE
               MOVE WS-LOCK-KEY-LIT TO LCK-KEY
               SET LCK-HELD TO TRUE
           ELSE
               DISPLAY "CTRLOCK: lock already free, nothing to clear"
           END-IF.

      *****************************************************************
      *  A lock held by a live job is tried again, up to the caller's *
      *  CTRLWTF policy, on the chance the holder is a second from    *
      *  releasing it.  Each try reopens the lock file so the other   *
      *  job's RELEASE is seen.  A stale lock or an unusable lock     *
      *  file is not waited on.                                       *
      *****************************************************************
       5000-ACQUIRE-WITH-WAIT.
           MOVE SPACES TO WS-FIRST-HOLDER
           MOVE SPACES TO WS-HELD-SINCE
           MOVE FUNCTION CURRENT-DATE TO WS-WAIT-START-TS
           MOVE 1 TO WS-ATTEMPT-NUMBER
           MOVE 1 TO WS-WAIT-ATTEMPTS
           PERFORM 0100-PROCESS-REQUEST
           IF LK-STATUS-CODE = "LK"
               PERFORM 5100-RESOLVE-WAIT-POLICY
               PERFORM UNTIL LK-STATUS-CODE NOT = "LK"
                       OR WS-ATTEMPT-NUMBER NOT < WS-WAIT-ATTEMPTS
                   CALL "C$SLEEP" USING WS-WAIT-INTERVAL
                   ADD 1 TO WS-ATTEMPT-NUMBER
                   MOVE "00" TO LK-STATUS-CODE
                   PERFORM 0100-PROCESS-REQUEST
               END-PERFORM
           END-IF
           IF WS-FIRST-HOLDER NOT = SPACES
               PERFORM 5300-LOG-CONTENTION
               EVALUATE LK-STATUS-CODE
                   WHEN "00"
                       DISPLAY "CTRLOCK: " LK-JOB-NAME
                               " acquired the counter-master lock "
                               "after waiting " WS-WAIT-SECONDS
                               " second(s) on " WS-FIRST-HOLDER
                   WHEN "LK"
                       DISPLAY "CTRLOCK: counter-master lock held by "
                               WS-LAST-HOLDER " since "
                               WS-LAST-HELD-SINCE
                               " - gave up after " WS-ATTEMPT-NUMBER
                               " try(ies) over " WS-WAIT-SECONDS
                               " second(s), resubmit " LK-JOB-NAME
                               " after it completes"
               END-EVALUATE
           END-IF.

       5100-RESOLVE-WAIT-POLICY.
      *    The job's own row, else the space-named default row, else
      *    the single try already made.
           IF NOT WS-LWT-LOADED
               PERFORM 5200-LOAD-WAIT-POLICIES
           END-IF
           MOVE 1 TO WS-WAIT-ATTEMPTS
           MOVE 0 TO WS-WAIT-INTERVAL
           MOVE "N" TO WS-LWT-FOUND-SWITCH
           PERFORM VARYING WS-LWT-IDX FROM 1 BY 1
                   UNTIL WS-LWT-IDX > WS-LWT-COUNT
                      OR WS-LWT-FOUND
               IF WS-LWT-JOB-T (WS-LWT-IDX) = LK-JOB-NAME
                   MOVE "Y" TO WS-LWT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-LWT-FOUND
               PERFORM VARYING WS-LWT-IDX FROM 1 BY 1
                       UNTIL WS-LWT-IDX > WS-LWT-COUNT
                          OR WS-LWT-FOUND
                   IF WS-LWT-JOB-T (WS-LWT-IDX) = SPACES
                       MOVE "Y" TO WS-LWT-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LWT-FOUND
               SET WS-LWT-IDX DOWN BY 1
               MOVE WS-LWT-ATTEMPTS-T (WS-LWT-IDX) TO WS-WAIT-ATTEMPTS
               MOVE WS-LWT-INTERVAL-T (WS-LWT-IDX) TO WS-WAIT-INTERVAL
           END-IF
           IF WS-WAIT-ATTEMPTS < 1
               MOVE 1 TO WS-WAIT-ATTEMPTS
           END-IF.

       5200-LOAD-WAIT-POLICIES.
           SET WS-LWT-LOADED TO TRUE
           OPEN INPUT CTR-LOCK-WAIT-FILE
           IF WS-LWT-STATUS = "00"
               PERFORM UNTIL WS-LWT-STATUS NOT = "00"
                   READ CTR-LOCK-WAIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LWT-COUNT < WS-MAX-LOCK-WAITS
                               AND LWT-ATTEMPTS IS NUMERIC
                               AND LWT-INTERVAL-SECS IS NUMERIC
                               ADD 1 TO WS-LWT-COUNT
                               SET WS-LWT-IDX TO WS-LWT-COUNT
                               MOVE LWT-JOB-NAME
                                   TO WS-LWT-JOB-T (WS-LWT-IDX)
                               MOVE LWT-ATTEMPTS
                                   TO WS-LWT-ATTEMPTS-T (WS-LWT-IDX)
                               MOVE LWT-INTERVAL-SECS
                                   TO WS-LWT-INTERVAL-T (WS-LWT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-LOCK-WAIT-FILE
           END-IF.

       5300-LOG-CONTENTION.
           IF WS-RUN-DATE = SPACES
               CALL "CTRBDATE" USING WS-RUN-DATE
           END-IF
           MOVE WS-WAIT-START-TS TO WS-TS-WORK
           PERFORM 5400-TIMESTAMP-SECONDS
           MOVE WS-TS-SECONDS TO WS-START-SECONDS
           MOVE FUNCTION CURRENT-DATE TO WS-TS-WORK
           PERFORM 5400-TIMESTAMP-SECONDS
           IF WS-TS-SECONDS - WS-START-SECONDS > 99999
               MOVE 99999 TO WS-WAIT-SECONDS
           ELSE
               COMPUTE WS-WAIT-SECONDS =
                   WS-TS-SECONDS - WS-START-SECONDS
           END-IF
           OPEN EXTEND CTR-CONTENTION-FILE
           IF NOT WS-LCN-STATUS = "00"
               OPEN OUTPUT CTR-CONTENTION-FILE
           END-IF
           MOVE WS-RUN-DATE TO LCN-BUSINESS-DATE
           MOVE WS-WAIT-START-TS TO LCN-WAIT-START-TS
           MOVE LK-JOB-NAME TO LCN-WAITING-JOB
           MOVE WS-FIRST-HOLDER TO LCN-HOLDING-JOB
           MOVE WS-HELD-SINCE TO LCN-HELD-SINCE
           MOVE WS-WAIT-SECONDS TO LCN-WAIT-SECONDS
           MOVE WS-ATTEMPT-NUMBER TO LCN-ATTEMPTS
           MOVE WS-WAIT-ATTEMPTS TO LCN-MAX-ATTEMPTS
           EVALUATE LK-STATUS-CODE
               WHEN "00"
                   SET LCN-ACQUIRED TO TRUE
               WHEN "LK"
                   SET LCN-GAVE-UP TO TRUE
               WHEN "SL"
                   SET LCN-STALE TO TRUE
               WHEN OTHER
                   SET LCN-IO-ERROR TO TRUE
           END-EVALUATE
           WRITE CTR-LOCK-CONTENTION-RECORD
           CLOSE CTR-CONTENTION-FILE.

       5400-TIMESTAMP-SECONDS.
           COMPUTE WS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-TS-WORK (1:8))) * 86400
               + FUNCTION NUMVAL (WS-TS-WORK (9:2)) * 3600
               + FUNCTION NUMVAL (WS-TS-WORK (11:2)) * 60
               + FUNCTION NUMVAL (WS-TS-WORK (13:2)).
