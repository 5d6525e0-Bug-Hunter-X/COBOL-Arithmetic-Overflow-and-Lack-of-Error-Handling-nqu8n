      *****************************************************************
      *  PROGRAM-ID   : CTRTMNT                                       *
      *  PURPOSE      : Maintenance transaction for the control       *
      *                 tables the counter jobs are driven by -       *
      *                 CTRPARMF (the WS-DATA ceiling and recycle     *
      *                 mode), CTRTHRF (alert thresholds), CTRRTEF    *
      *                 (alert routing), CTRHOLF (holiday calendar)   *
      *                 CTRFMTF (document-number formats) and         *
      *                 CTROPRF (the operator authority register -    *
      *                 no operator may key a change to their own     *
      *                 row) and CTRLWTF (how long each job waits on  *
      *                 the counter-master lock).                     *
      *                 Reads one transaction per line from CTRTMTIN  *
      *                 and adds, changes or deletes a row by key, in *
      *                 the spirit of CTRMNT for the counter table,   *
      *                 so the tables are no longer hand-edited.      *
      *                 Each row is validated on its own and against  *
      *                 the other files - a warning percentage below  *
      *                 its advisory percentage, a threshold, route   *
      *                 or format naming a counter that is not on     *
      *                 CTRCTRF, a ceiling below the WS-DATA high-    *
      *                 water mark - and a transaction that fails is  *
      *                 carried to the CTRTMTSP suspense file with a  *
      *                 reason code, as CTRMNT does.  Every applied   *
      *                 change is recorded on CTRAUDF with the        *
      *                 operator id, and a before/after listing of    *
      *                 each table the run touched is written to      *
      *                 CTRTMNTR.  A table whose file holds more rows *
      *                 than its reading jobs load is not maintained  *
      *                 at all rather than truncated on rewrite.      *
      *                 The operator on each card must be active on   *
      *                 the CTROPRF register (CTRAUTH), and a change  *
      *                 to CTROPRF or CTRLWTF - who may do what, and  *
      *                 how long jobs wait on the lock - also needs   *
      *                 APPROVE authority.  Anything else is carried  *
      *                 to suspense as NOAUTH.  With no register at   *
      *                 all nothing is maintained; the first operator *
      *                 rows are set up by the security team.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-TABLE-MAINT-TXN-FILE ASSIGN TO "CTRTMTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CTR-TABLE-MAINT-SUSP-FILE ASSIGN TO "CTRTMTSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CTR-PARM-FILE ASSIGN TO "CTRPARMF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-PARM-RRN
               FILE STATUS IS WS-CTR-PARM-STATUS.

           SELECT CTR-THRESHOLD-FILE ASSIGN TO "CTRTHRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THR-STATUS.

           SELECT CTR-ROUTE-FILE ASSIGN TO "CTRRTEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.

           SELECT CTR-HOLIDAY-FILE ASSIGN TO "CTRHOLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT CTR-FORMAT-FILE ASSIGN TO "CTRFMTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMT-STATUS.

           SELECT CTR-OPERATOR-FILE ASSIGN TO "CTROPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

           SELECT CTR-LOCK-WAIT-FILE ASSIGN TO "CTRLWTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LWT-STATUS.

           SELECT CTR-COUNTER-FILE ASSIGN TO "CTRCTRF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-TAB-RRN
               FILE STATUS IS WS-CTR-TAB-STATUS.

           SELECT CTR-LAST-FILE ASSIGN TO "CTRLASTF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-LAST-RRN
               FILE STATUS IS WS-CTR-LAST-STATUS.

           SELECT CTR-AUDIT-FILE ASSIGN TO "CTRAUDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-AUD-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRTMNTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-TABLE-MAINT-TXN-FILE.
           COPY CTRTMTX.
      *    Alternate full-width view of the transaction area, so a
      *    resubmitted CTRTMTSP suspense line - the transaction plus
      *    its 8-byte reason code - is read as one transaction.  The
      *    reason lands in the trailing FILLER and is ignored.
       01  CTR-TABLE-MAINT-TXN-EXT.
           05  FILLER                  PIC X(52).
           05  FILLER                  PIC X(08).

       FD  CTR-TABLE-MAINT-SUSP-FILE.
           COPY CTRTMTS.

       FD  CTR-PARM-FILE.
           COPY CTRPARM.

       FD  CTR-THRESHOLD-FILE.
           COPY CTRTHR.

       FD  CTR-ROUTE-FILE.
           COPY CTRRTE.

       FD  CTR-HOLIDAY-FILE.
           COPY CTRHOL.

       FD  CTR-FORMAT-FILE.
           COPY CTRFMT.

       FD  CTR-OPERATOR-FILE.
           COPY CTROPR.

       FD  CTR-LOCK-WAIT-FILE.
           COPY CTRLWT.

       FD  CTR-COUNTER-FILE.
           COPY CTRTAB.

       FD  CTR-LAST-FILE.
           COPY CTRLAST.

       FD  CTR-AUDIT-FILE.
           COPY CTRAUD.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
           88  WS-TXN-EOF                    VALUE "10".
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-CTR-PARM-RRN             PIC 9(4) VALUE 1.
       01  WS-CTR-PARM-STATUS          PIC XX.
       01  WS-THR-STATUS               PIC XX.
       01  WS-RTE-STATUS               PIC XX.
       01  WS-HOL-STATUS               PIC XX.
       01  WS-FMT-STATUS               PIC XX.
       01  WS-OPR-STATUS               PIC XX.
       01  WS-LWT-STATUS               PIC XX.
       01  WS-CTR-TAB-RRN              PIC 9(4) VALUE 0.
       01  WS-CTR-TAB-STATUS           PIC XX.
           88  WS-CTR-TAB-OK                 VALUE "00".
           88  WS-CTR-TAB-EOF                VALUE "10".
       01  WS-CTR-LAST-RRN             PIC 9(4) VALUE 1.
       01  WS-CTR-LAST-STATUS          PIC XX.
       01  WS-CTR-AUD-STATUS           PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-JOB-NAME                 PIC X(8) VALUE "CTRTMNT".
       01  WS-AUTH-ACTION              PIC X(8).
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-WSDATA-ID                PIC X(8) VALUE "WSDATA".
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-TXN-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-TXN-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-TXN-REJECT-COUNT         PIC 9(5) VALUE 0.

      *    The WS-DATA high-water mark from CTRLASTF - a CTRPARMF
      *    ceiling below it would put the series straight into
      *    overflow on the next WSCTRUPD run.
       01  WS-LAST-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-LAST-FOUND                 VALUE "Y".
       01  WS-DATA-HWM                 PIC 9(9) VALUE 0.

      *    Counter ids on CTRCTRF, for the cross-file checks.
       01  WS-COUNTER-COUNT            PIC 9(4) VALUE 0.
       01  WS-MAX-COUNTERS             PIC 9(4) VALUE 200.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-ID-T         PIC X(08).
       01  WS-CHECK-COUNTER-ID         PIC X(8).
       01  WS-COUNTER-KNOWN-SWITCH     PIC X VALUE "N".
           88  WS-COUNTER-KNOWN              VALUE "Y".

      *    One descriptor per control table, in the order the run
      *    loads, saves and lists them.  The row key is the leading
      *    bytes of the row (counter id; counter id and severity for
      *    a routing rule; the date for a holiday).  The row limit is
      *    the capacity of the jobs that read the table - CTRNEXT's
      *    thresholds, CTRTREND's holidays, CTRFMTN's formats,
      *    CTRAUTH's operators, CTRLOCK's wait policies - so a
      *    row this job adds is never one a reader silently ignores.
      *    Keep in step with those programs.  A file found already
      *    holding more rows than that is marked over capacity and
      *    left untouched.
       01  WS-TABLE-COUNT              PIC 9 VALUE 7.
       01  WS-CONTROL-TABLES.
           05  WS-TBL-ENTRY OCCURS 7 TIMES.
               10  WS-TBL-ID-T         PIC X(08).
               10  WS-TBL-KEY-LEN-T    PIC 9(02).
               10  WS-TBL-MAX-ROWS-T   PIC 9(04).
               10  WS-TBL-ROWS-T       PIC 9(04).
               10  WS-TBL-CAPACITY-T   PIC X.
                   88  WS-TBL-OVER-CAPACITY      VALUE "Y".
               10  WS-TBL-TOUCHED-T    PIC X.
                   88  WS-TBL-TOUCHED            VALUE "Y".
       01  WS-PARM-TBL                 PIC 9 VALUE 1.
       01  WS-THR-TBL                  PIC 9 VALUE 2.
       01  WS-RTE-TBL                  PIC 9 VALUE 3.
       01  WS-HOL-TBL                  PIC 9 VALUE 4.
       01  WS-FMT-TBL                  PIC 9 VALUE 5.
       01  WS-OPR-TBL                  PIC 9 VALUE 6.
       01  WS-LWT-TBL                  PIC 9 VALUE 7.
       01  WS-CUR-TBL                  PIC 9 VALUE 0.

      *    Every row of every control table, as loaded and as changed
      *    by this run - sized for the per-table limits set in
      *    1000-INITIALIZE: one CTRPARMF row and 200 for each of the
      *    other six tables.  WS-ROW-ORIG-T is the row as loaded (spaces
      *    for a row added this run) and drives the BEFORE listing;
      *    WS-ROW-IMAGE-T is the row as it will be saved.
       01  WS-ROW-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-ROWS                 PIC 9(4) VALUE 1201.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 1201 TIMES
                   INDEXED BY WS-ROW-IDX.
               10  WS-ROW-TBL-T        PIC 9.
               10  WS-ROW-STATE-T      PIC X.
                   88  WS-ROW-UNCHANGED          VALUE " ".
                   88  WS-ROW-ADDED              VALUE "A".
                   88  WS-ROW-CHANGED            VALUE "C".
                   88  WS-ROW-DELETED            VALUE "D".
               10  WS-ROW-KEY-T        PIC X(12).
               10  WS-ROW-IMAGE-T      PIC X(30).
               10  WS-ROW-ORIG-T       PIC X(30).

       01  WS-LOAD-IMAGE               PIC X(30).
       01  WS-CUR-KEY                  PIC X(12).
       01  WS-KEY-LEN                  PIC 9(02).
       01  WS-ROW-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-ROW-INVALID-SWITCH       PIC X VALUE "N".
           88  WS-ROW-INVALID                VALUE "Y".
       01  WS-WILDCARD-KEY             PIC X(12).

      *    The longest a lock wait policy may keep a job trying for
      *    the counter-master lock - past an hour the schedule wants
      *    fixing, not a longer wait.
       01  WS-MAX-LOCK-WAIT-SECS       PIC 9(5) VALUE 3600.
       01  WS-LOCK-WAIT-SECS           PIC 9(5).

      *    Listing work areas.
       01  WS-DETAIL-LINE              PIC X(132).
       01  WS-LIST-IMAGE               PIC X(30).
       01  WS-LIST-TEXT                PIC X(60).
       01  WS-LIST-MARK                PIC X(08).
       01  WS-LIST-COUNT               PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           CALL "CTRBDATE" USING WS-RUN-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-COUNTER-IDS
           PERFORM 1200-LOAD-WSDATA-POSITION
           PERFORM 1300-LOAD-PARM-TABLE
           PERFORM 1400-LOAD-THRESHOLD-TABLE
           PERFORM 1500-LOAD-ROUTE-TABLE
           PERFORM 1600-LOAD-HOLIDAY-TABLE
           PERFORM 1700-LOAD-FORMAT-TABLE
           PERFORM 1800-LOAD-OPERATOR-TABLE
           PERFORM 1850-LOAD-LOCK-WAIT-TABLE
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 3000-SAVE-AND-LIST-TABLES
           DISPLAY "CTRTMNT: read " WS-TXN-READ-COUNT
                   " transaction(s), applied " WS-TXN-APPLIED-COUNT
                   ", rejected " WS-TXN-REJECT-COUNT
                   " to CTRTMTSP suspense"
           IF WS-TXN-REJECT-COUNT > 0
      *        As with CTRMNT: correct the CTRTMTSP suspense file
      *        and resubmit it as CTRTMTIN rather than rekeying the
      *        whole batch.
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CTRPARMF" TO WS-TBL-ID-T (WS-PARM-TBL)
           MOVE 8 TO WS-TBL-KEY-LEN-T (WS-PARM-TBL)
      *    CTRPARMF is the single WS-DATA record at RRN 1.
           MOVE 1 TO WS-TBL-MAX-ROWS-T (WS-PARM-TBL)
           MOVE "CTRTHRF" TO WS-TBL-ID-T (WS-THR-TBL)
           MOVE 8 TO WS-TBL-KEY-LEN-T (WS-THR-TBL)
           MOVE 200 TO WS-TBL-MAX-ROWS-T (WS-THR-TBL)
           MOVE "CTRRTEF" TO WS-TBL-ID-T (WS-RTE-TBL)
           MOVE 12 TO WS-TBL-KEY-LEN-T (WS-RTE-TBL)
           MOVE 200 TO WS-TBL-MAX-ROWS-T (WS-RTE-TBL)
           MOVE "CTRHOLF" TO WS-TBL-ID-T (WS-HOL-TBL)
           MOVE 8 TO WS-TBL-KEY-LEN-T (WS-HOL-TBL)
           MOVE 200 TO WS-TBL-MAX-ROWS-T (WS-HOL-TBL)
           MOVE "CTRFMTF" TO WS-TBL-ID-T (WS-FMT-TBL)
           MOVE 8 TO WS-TBL-KEY-LEN-T (WS-FMT-TBL)
           MOVE 200 TO WS-TBL-MAX-ROWS-T (WS-FMT-TBL)
           MOVE "CTROPRF" TO WS-TBL-ID-T (WS-OPR-TBL)
           MOVE 8 TO WS-TBL-KEY-LEN-T (WS-OPR-TBL)
           MOVE 200 TO WS-TBL-MAX-ROWS-T (WS-OPR-TBL)
           MOVE "CTRLWTF" TO WS-TBL-ID-T (WS-LWT-TBL)
           MOVE 8 TO WS-TBL-KEY-LEN-T (WS-LWT-TBL)
           MOVE 200 TO WS-TBL-MAX-ROWS-T (WS-LWT-TBL)
           PERFORM VARYING WS-CUR-TBL FROM 1 BY 1
                   UNTIL WS-CUR-TBL > WS-TABLE-COUNT
               MOVE 0 TO WS-TBL-ROWS-T (WS-CUR-TBL)
               MOVE "N" TO WS-TBL-CAPACITY-T (WS-CUR-TBL)
               MOVE "N" TO WS-TBL-TOUCHED-T (WS-CUR-TBL)
           END-PERFORM.

       1100-LOAD-COUNTER-IDS.
           OPEN INPUT CTR-COUNTER-FILE
           IF WS-CTR-TAB-OK
               PERFORM UNTIL WS-CTR-TAB-EOF
                   READ CTR-COUNTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-COUNTER-COUNT < WS-MAX-COUNTERS
                               ADD 1 TO WS-COUNTER-COUNT
                               SET WS-CTR-IDX TO WS-COUNTER-COUNT
                               MOVE CTR-ID TO WS-CTR-ID-T (WS-CTR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-COUNTER-FILE
           ELSE
               DISPLAY "CTRTMNT: no CTRCTRF counter table found - "
                       "only WSDATA is a known counter this run"
           END-IF.

       1200-LOAD-WSDATA-POSITION.
           OPEN INPUT CTR-LAST-FILE
           IF WS-CTR-LAST-STATUS = "00"
               MOVE 1 TO WS-CTR-LAST-RRN
               READ CTR-LAST-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LAST-FOUND-SWITCH
                       MOVE CTR-LAST-VALUE TO WS-DATA-HWM
               END-READ
               CLOSE CTR-LAST-FILE
           END-IF.

       1300-LOAD-PARM-TABLE.
           MOVE WS-PARM-TBL TO WS-CUR-TBL
           OPEN INPUT CTR-PARM-FILE
           IF WS-CTR-PARM-STATUS = "00"
               MOVE 1 TO WS-CTR-PARM-RRN
               READ CTR-PARM-FILE
                   NOT INVALID KEY
                       MOVE CTR-PARM-RECORD TO WS-LOAD-IMAGE
                       PERFORM 1900-ADD-LOADED-ROW
               END-READ
               CLOSE CTR-PARM-FILE
           END-IF.

       1400-LOAD-THRESHOLD-TABLE.
           MOVE WS-THR-TBL TO WS-CUR-TBL
           OPEN INPUT CTR-THRESHOLD-FILE
           IF WS-THR-STATUS = "00"
               PERFORM UNTIL WS-THR-STATUS NOT = "00"
                   READ CTR-THRESHOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CTR-THRESHOLD-RECORD TO WS-LOAD-IMAGE
                           PERFORM 1900-ADD-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-THRESHOLD-FILE
           END-IF.

       1500-LOAD-ROUTE-TABLE.
           MOVE WS-RTE-TBL TO WS-CUR-TBL
           OPEN INPUT CTR-ROUTE-FILE
           IF WS-RTE-STATUS = "00"
               PERFORM UNTIL WS-RTE-STATUS NOT = "00"
                   READ CTR-ROUTE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CTR-ROUTE-RECORD TO WS-LOAD-IMAGE
                           PERFORM 1900-ADD-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-ROUTE-FILE
           END-IF.

       1600-LOAD-HOLIDAY-TABLE.
           MOVE WS-HOL-TBL TO WS-CUR-TBL
           OPEN INPUT CTR-HOLIDAY-FILE
           IF WS-HOL-STATUS = "00"
               PERFORM UNTIL WS-HOL-STATUS NOT = "00"
                   READ CTR-HOLIDAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CTR-HOLIDAY-RECORD TO WS-LOAD-IMAGE
                           PERFORM 1900-ADD-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-HOLIDAY-FILE
           END-IF.

       1700-LOAD-FORMAT-TABLE.
           MOVE WS-FMT-TBL TO WS-CUR-TBL
           OPEN INPUT CTR-FORMAT-FILE
           IF WS-FMT-STATUS = "00"
               PERFORM UNTIL WS-FMT-STATUS NOT = "00"
                   READ CTR-FORMAT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CTR-FORMAT-RECORD TO WS-LOAD-IMAGE
                           PERFORM 1900-ADD-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-FORMAT-FILE
           END-IF.

       1800-LOAD-OPERATOR-TABLE.
           MOVE WS-OPR-TBL TO WS-CUR-TBL
           OPEN INPUT CTR-OPERATOR-FILE
           IF WS-OPR-STATUS = "00"
               PERFORM UNTIL WS-OPR-STATUS NOT = "00"
                   READ CTR-OPERATOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CTR-OPERATOR-RECORD TO WS-LOAD-IMAGE
                           PERFORM 1900-ADD-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-OPERATOR-FILE
           END-IF.

       1850-LOAD-LOCK-WAIT-TABLE.
           MOVE WS-LWT-TBL TO WS-CUR-TBL
           OPEN INPUT CTR-LOCK-WAIT-FILE
           IF WS-LWT-STATUS = "00"
               PERFORM UNTIL WS-LWT-STATUS NOT = "00"
                   READ CTR-LOCK-WAIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CTR-LOCK-WAIT-RECORD TO WS-LOAD-IMAGE
                           PERFORM 1900-ADD-LOADED-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-LOCK-WAIT-FILE
           END-IF.

       1900-ADD-LOADED-ROW.
      *    A table already past its row limit is held back from
      *    maintenance entirely: rewriting it from a partial load
      *    would drop the rows beyond the limit.
           IF WS-TBL-ROWS-T (WS-CUR-TBL) <
                   WS-TBL-MAX-ROWS-T (WS-CUR-TBL)
               AND WS-ROW-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-ROW-COUNT
               ADD 1 TO WS-TBL-ROWS-T (WS-CUR-TBL)
               SET WS-ROW-IDX TO WS-ROW-COUNT
               MOVE WS-CUR-TBL TO WS-ROW-TBL-T (WS-ROW-IDX)
               SET WS-ROW-UNCHANGED (WS-ROW-IDX) TO TRUE
               MOVE SPACES TO WS-ROW-KEY-T (WS-ROW-IDX)
               MOVE WS-TBL-KEY-LEN-T (WS-CUR-TBL) TO WS-KEY-LEN
               MOVE WS-LOAD-IMAGE (1:WS-KEY-LEN)
                   TO WS-ROW-KEY-T (WS-ROW-IDX)
               MOVE WS-LOAD-IMAGE TO WS-ROW-IMAGE-T (WS-ROW-IDX)
               MOVE WS-LOAD-IMAGE TO WS-ROW-ORIG-T (WS-ROW-IDX)
           ELSE
               IF NOT WS-TBL-OVER-CAPACITY (WS-CUR-TBL)
                   DISPLAY "CTRTMNT: " WS-TBL-ID-T (WS-CUR-TBL)
                           " holds more than "
                           WS-TBL-MAX-ROWS-T (WS-CUR-TBL)
                           " rows - not maintained this run"
               END-IF
               SET WS-TBL-OVER-CAPACITY (WS-CUR-TBL) TO TRUE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           OPEN INPUT CTR-TABLE-MAINT-TXN-FILE
           OPEN EXTEND CTR-AUDIT-FILE
           IF NOT WS-CTR-AUD-STATUS = "00"
               OPEN OUTPUT CTR-AUDIT-FILE
           END-IF
           OPEN OUTPUT CTR-TABLE-MAINT-SUSP-FILE
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF
                   READ CTR-TABLE-MAINT-TXN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TXN-READ-COUNT
                           PERFORM 2100-APPLY-TRANSACTION
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "CTRTMNT: no CTRTMTIN transactions found"
           END-IF
           CLOSE CTR-TABLE-MAINT-TXN-FILE
           CLOSE CTR-AUDIT-FILE
           CLOSE CTR-TABLE-MAINT-SUSP-FILE.

       2100-APPLY-TRANSACTION.
           PERFORM 2110-RESOLVE-TABLE
           PERFORM 2130-CHECK-OPERATOR-AUTHORITY
           EVALUATE TRUE
               WHEN WS-CUR-TBL = 0
                   DISPLAY "CTRTMNT: unknown control table "
                           TTXN-TABLE-ID
                   SET TSUSP-UNKNOWN-TABLE TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN NOT TTXN-IS-ADD AND NOT TTXN-IS-CHANGE
                       AND NOT TTXN-IS-DELETE
                   DISPLAY "CTRTMNT: unknown action " TTXN-ACTION
                           " for " TTXN-TABLE-ID
                   SET TSUSP-UNKNOWN-ACTION TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN TTXN-OPERATOR-ID = SPACES
                   DISPLAY "CTRTMNT: " TTXN-ACTION " to "
                           TTXN-TABLE-ID " has no operator id"
                   SET TSUSP-NO-OPERATOR TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN WS-AUTH-STATUS NOT = "00"
                   DISPLAY "CTRTMNT: operator " TTXN-OPERATOR-ID
                           " not authorized to " TTXN-ACTION " "
                           TTXN-TABLE-ID " (status " WS-AUTH-STATUS
                           ")"
                   SET TSUSP-NOT-AUTHORIZED TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN WS-TBL-OVER-CAPACITY (WS-CUR-TBL)
                   DISPLAY "CTRTMNT: " TTXN-TABLE-ID
                           " is over capacity, not maintained"
                   SET TSUSP-TABLE-FULL TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN WS-CUR-TBL = WS-OPR-TBL
                       AND TTXN-OPR-OPERATOR-ID = TTXN-OPERATOR-ID
                   DISPLAY "CTRTMNT: operator " TTXN-OPERATOR-ID
                           " may not maintain their own CTROPRF row"
                   SET TSUSP-SELF-AUTH TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   PERFORM 2120-FIND-ROW
                   EVALUATE TRUE
                       WHEN TTXN-IS-ADD
                           PERFORM 2300-DO-ADD
                       WHEN TTXN-IS-CHANGE
                           PERFORM 2400-DO-CHANGE
                       WHEN TTXN-IS-DELETE
                           PERFORM 2500-DO-DELETE
                   END-EVALUATE
           END-EVALUATE.

       2110-RESOLVE-TABLE.
           EVALUATE TRUE
               WHEN TTXN-TABLE-PARM
                   MOVE WS-PARM-TBL TO WS-CUR-TBL
               WHEN TTXN-TABLE-THRESHOLD
                   MOVE WS-THR-TBL TO WS-CUR-TBL
               WHEN TTXN-TABLE-ROUTE
                   MOVE WS-RTE-TBL TO WS-CUR-TBL
               WHEN TTXN-TABLE-HOLIDAY
                   MOVE WS-HOL-TBL TO WS-CUR-TBL
               WHEN TTXN-TABLE-FORMAT
                   MOVE WS-FMT-TBL TO WS-CUR-TBL
               WHEN TTXN-TABLE-OPERATOR
                   MOVE WS-OPR-TBL TO WS-CUR-TBL
               WHEN TTXN-TABLE-LOCK-WAIT
                   MOVE WS-LWT-TBL TO WS-CUR-TBL
               WHEN OTHER
                   MOVE 0 TO WS-CUR-TBL
           END-EVALUATE.

       2120-FIND-ROW.
      *    Deleted rows stay in the table until the save, so a key
      *    deleted earlier in the batch can be added again.
           MOVE SPACES TO WS-CUR-KEY
           MOVE WS-TBL-KEY-LEN-T (WS-CUR-TBL) TO WS-KEY-LEN
           MOVE TTXN-ROW-DATA (1:WS-KEY-LEN) TO WS-CUR-KEY
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           SET WS-ROW-IDX TO 1
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                      OR WS-ROW-FOUND
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-CUR-TBL
                   AND WS-ROW-KEY-T (WS-ROW-IDX) = WS-CUR-KEY
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   MOVE "Y" TO WS-ROW-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND
               SET WS-ROW-IDX DOWN BY 1
           END-IF.

       2130-CHECK-OPERATOR-AUTHORITY.
      *    The authority register and the lock-wait policies decide
      *    who may act and how jobs behave, so changing them takes
      *    APPROVE authority; the other tables need an operator who
      *    is on the register and active.  The register is the one
      *    CTRAUTH loaded at the start of the run, so a grant keyed
      *    in this batch counts from the next run on.
           IF WS-CUR-TBL = WS-OPR-TBL OR WS-CUR-TBL = WS-LWT-TBL
               MOVE "APPROVE" TO WS-AUTH-ACTION
           ELSE
               MOVE "SIGNON" TO WS-AUTH-ACTION
           END-IF
           CALL "CTRAUTH" USING TTXN-OPERATOR-ID WS-AUTH-ACTION
                   WS-AUTH-STATUS.

       2200-VALIDATE-ROW.
      *    Callers test WS-ROW-INVALID on return; the reason-code
      *    condition is already SET for the suspense record.
           MOVE "N" TO WS-ROW-INVALID-SWITCH
           EVALUATE WS-CUR-TBL
               WHEN WS-PARM-TBL
                   PERFORM 2210-VALIDATE-PARM-ROW
               WHEN WS-THR-TBL
                   PERFORM 2220-VALIDATE-THRESHOLD-ROW
               WHEN WS-RTE-TBL
                   PERFORM 2230-VALIDATE-ROUTE-ROW
               WHEN WS-HOL-TBL
                   PERFORM 2240-VALIDATE-HOLIDAY-ROW
               WHEN WS-FMT-TBL
                   PERFORM 2250-VALIDATE-FORMAT-ROW
               WHEN WS-OPR-TBL
                   PERFORM 2280-VALIDATE-OPERATOR-ROW
               WHEN WS-LWT-TBL
                   PERFORM 2290-VALIDATE-LOCK-WAIT-ROW
           END-EVALUATE.

       2210-VALIDATE-PARM-ROW.
      *    Every reader takes the WS-DATA ceiling from RRN 1 whatever
      *    id it carries, so the record must say WSDATA.  A ceiling
      *    below the CTRLASTF high-water mark is refused - lower the
      *    ceiling only after the series has been reset below it.
           EVALUATE TRUE
               WHEN TTXN-PARM-COUNTER-ID NOT = WS-WSDATA-ID
                   SET TSUSP-NOT-WSDATA TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-PARM-CEILING-VALUE NOT NUMERIC
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-PARM-CEILING-VALUE = 0
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-PARM-RECYCLE-MODE NOT = "Y"
                       AND TTXN-PARM-RECYCLE-MODE NOT = "N"
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN WS-LAST-FOUND
                       AND TTXN-PARM-CEILING-VALUE < WS-DATA-HWM
                   SET TSUSP-BELOW-HWM TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
           END-EVALUATE.

       2220-VALIDATE-THRESHOLD-ROW.
           MOVE TTXN-THR-COUNTER-ID TO WS-CHECK-COUNTER-ID
           PERFORM 2260-CHECK-COUNTER-KNOWN
           EVALUATE TRUE
               WHEN NOT WS-COUNTER-KNOWN
                   SET TSUSP-NO-COUNTER TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-THR-ADVISORY-PCT NOT NUMERIC
                       OR TTXN-THR-WARNING-PCT NOT NUMERIC
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-THR-ADVISORY-PCT = 0
                       OR TTXN-THR-WARNING-PCT > 100
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-THR-WARNING-PCT < TTXN-THR-ADVISORY-PCT
                   SET TSUSP-PCT-ORDER TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
           END-EVALUATE.

       2230-VALIDATE-ROUTE-ROW.
      *    A space counter id is the match-any rule.  CTRALRT takes
      *    the first matching rule, so a named-counter rule added
      *    behind a match-any rule of the same severity would never
      *    be reached - it is refused as SHADOWED; delete the match-
      *    any rule and add it back after the named one instead.
           IF TTXN-RTE-COUNTER-ID = SPACES
               MOVE "Y" TO WS-COUNTER-KNOWN-SWITCH
           ELSE
               MOVE TTXN-RTE-COUNTER-ID TO WS-CHECK-COUNTER-ID
               PERFORM 2260-CHECK-COUNTER-KNOWN
           END-IF
           EVALUATE TRUE
               WHEN TTXN-RTE-SEVERITY NOT = "ADVI"
                       AND TTXN-RTE-SEVERITY NOT = "WARN"
                       AND TTXN-RTE-SEVERITY NOT = "CRIT"
                   SET TSUSP-BAD-SEVERITY TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN NOT WS-COUNTER-KNOWN
                   SET TSUSP-NO-COUNTER TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-RTE-GROUP = SPACES
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-IS-ADD AND TTXN-RTE-COUNTER-ID NOT = SPACES
                   PERFORM 2270-CHECK-ROUTE-SHADOWED
           END-EVALUATE.

       2240-VALIDATE-HOLIDAY-ROW.
           IF TTXN-HOL-DATE NOT NUMERIC
               SET TSUSP-BAD-DATE TO TRUE
               MOVE "Y" TO WS-ROW-INVALID-SWITCH
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (TTXN-HOL-DATE-N)
                       NOT = 0
                   SET TSUSP-BAD-DATE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               END-IF
           END-IF.

       2250-VALIDATE-FORMAT-ROW.
      *    The same limits CTRFMTN formats within.
           MOVE TTXN-FMT-COUNTER-ID TO WS-CHECK-COUNTER-ID
           PERFORM 2260-CHECK-COUNTER-KNOWN
           EVALUATE TRUE
               WHEN NOT WS-COUNTER-KNOWN
                   SET TSUSP-NO-COUNTER TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-FMT-SEGMENT NOT = "N"
                       AND TTXN-FMT-SEGMENT NOT = " "
                       AND TTXN-FMT-SEGMENT NOT = "Y"
                       AND TTXN-FMT-SEGMENT NOT = "G"
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-FMT-PAD-WIDTH NOT NUMERIC
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-FMT-PAD-WIDTH < 1 OR TTXN-FMT-PAD-WIDTH > 9
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-FMT-CHECK-METHOD NOT = "10"
                       AND TTXN-FMT-CHECK-METHOD NOT = "11"
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
           END-EVALUATE.

       2260-CHECK-COUNTER-KNOWN.
      *    WSDATA is always known; any other id must be on CTRCTRF.
           MOVE "N" TO WS-COUNTER-KNOWN-SWITCH
           IF WS-CHECK-COUNTER-ID = WS-WSDATA-ID
               MOVE "Y" TO WS-COUNTER-KNOWN-SWITCH
           ELSE
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
                          OR WS-COUNTER-KNOWN
                   IF WS-CTR-ID-T (WS-CTR-IDX) = WS-CHECK-COUNTER-ID
                       MOVE "Y" TO WS-COUNTER-KNOWN-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

       2270-CHECK-ROUTE-SHADOWED.
           MOVE SPACES TO WS-WILDCARD-KEY
           MOVE TTXN-RTE-SEVERITY TO WS-WILDCARD-KEY (9:4)
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                      OR WS-ROW-INVALID
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-RTE-TBL
                   AND WS-ROW-KEY-T (WS-ROW-IDX) = WS-WILDCARD-KEY
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   SET TSUSP-SHADOWED TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               END-IF
           END-PERFORM.

       2280-VALIDATE-OPERATOR-ROW.
      *    Every authority flag is an explicit Y or N - CTRAUTH grants
      *    nothing but Y, and a blank is as likely a keying slip.
           EVALUATE TRUE
               WHEN TTXN-OPR-OPERATOR-ID = SPACES
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-OPR-STATUS NOT = "A"
                       AND TTXN-OPR-STATUS NOT = "R"
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN (TTXN-OPR-MAY-RESET NOT = "Y"
                       AND TTXN-OPR-MAY-RESET NOT = "N")
                    OR (TTXN-OPR-MAY-ROLL NOT = "Y"
                       AND TTXN-OPR-MAY-ROLL NOT = "N")
                    OR (TTXN-OPR-MAY-BDATE NOT = "Y"
                       AND TTXN-OPR-MAY-BDATE NOT = "N")
                    OR (TTXN-OPR-MAY-UNLOCK NOT = "Y"
                       AND TTXN-OPR-MAY-UNLOCK NOT = "N")
                    OR (TTXN-OPR-MAY-APPROVE NOT = "Y"
                       AND TTXN-OPR-MAY-APPROVE NOT = "N")
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
           END-EVALUATE.

       2290-VALIDATE-LOCK-WAIT-ROW.
      *    A space job name is the default policy and is allowed.  A
      *    single try needs no interval; more than one does, or the
      *    retries would all land in the same second.
           EVALUATE TRUE
               WHEN TTXN-LWT-ATTEMPTS NOT NUMERIC
                       OR TTXN-LWT-INTERVAL-SECS NOT NUMERIC
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-LWT-ATTEMPTS = 0
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN TTXN-LWT-ATTEMPTS > 1
                       AND TTXN-LWT-INTERVAL-SECS = 0
                   SET TSUSP-BAD-VALUE TO TRUE
                   MOVE "Y" TO WS-ROW-INVALID-SWITCH
               WHEN OTHER
                   COMPUTE WS-LOCK-WAIT-SECS =
                       (TTXN-LWT-ATTEMPTS - 1) * TTXN-LWT-INTERVAL-SECS
                   IF WS-LOCK-WAIT-SECS > WS-MAX-LOCK-WAIT-SECS
                       SET TSUSP-WAIT-TOO-LONG TO TRUE
                       MOVE "Y" TO WS-ROW-INVALID-SWITCH
                   END-IF
           END-EVALUATE.

       2300-DO-ADD.
           IF WS-ROW-FOUND
               DISPLAY "CTRTMNT: " TTXN-TABLE-ID " row " WS-CUR-KEY
                       " already exists, use CHANGE"
               SET TSUSP-DUPLICATE-ADD TO TRUE
               PERFORM 2900-WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM 2200-VALIDATE-ROW
               EVALUATE TRUE
                   WHEN WS-ROW-INVALID
                       DISPLAY "CTRTMNT: " TTXN-TABLE-ID " row "
                               WS-CUR-KEY " refused, "
                               TSUSP-REASON-CODE
                       PERFORM 2900-WRITE-SUSPENSE-RECORD
                   WHEN WS-TBL-ROWS-T (WS-CUR-TBL) NOT <
                           WS-TBL-MAX-ROWS-T (WS-CUR-TBL)
                           OR WS-ROW-COUNT NOT < WS-MAX-ROWS
                       DISPLAY "CTRTMNT: " TTXN-TABLE-ID " is full, "
                               "unable to add " WS-CUR-KEY
                       SET TSUSP-TABLE-FULL TO TRUE
                       PERFORM 2900-WRITE-SUSPENSE-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-ROW-COUNT
                       ADD 1 TO WS-TBL-ROWS-T (WS-CUR-TBL)
                       SET WS-ROW-IDX TO WS-ROW-COUNT
                       MOVE WS-CUR-TBL TO WS-ROW-TBL-T (WS-ROW-IDX)
                       SET WS-ROW-ADDED (WS-ROW-IDX) TO TRUE
                       MOVE WS-CUR-KEY TO WS-ROW-KEY-T (WS-ROW-IDX)
                       MOVE TTXN-ROW-DATA TO WS-ROW-IMAGE-T (WS-ROW-IDX)
                       MOVE SPACES TO WS-ROW-ORIG-T (WS-ROW-IDX)
                       SET WS-TBL-TOUCHED (WS-CUR-TBL) TO TRUE
                       SET AUD-EVENT-TABLE-ADD TO TRUE
                       PERFORM 2800-WRITE-AUDIT-RECORD
                       ADD 1 TO WS-TXN-APPLIED-COUNT
               END-EVALUATE
           END-IF.

       2400-DO-CHANGE.
      *    A holiday row is nothing but its key - a wrong date is
      *    deleted and the right one added.
           EVALUATE TRUE
               WHEN WS-CUR-TBL = WS-HOL-TBL
                   DISPLAY "CTRTMNT: CTRHOLF rows are added or "
                           "deleted, not changed"
                   SET TSUSP-UNKNOWN-ACTION TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN NOT WS-ROW-FOUND
                   DISPLAY "CTRTMNT: " TTXN-TABLE-ID " row " WS-CUR-KEY
                           " not found, cannot change"
                   SET TSUSP-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   PERFORM 2200-VALIDATE-ROW
                   IF WS-ROW-INVALID
                       DISPLAY "CTRTMNT: " TTXN-TABLE-ID " row "
                               WS-CUR-KEY " refused, "
                               TSUSP-REASON-CODE
                       PERFORM 2900-WRITE-SUSPENSE-RECORD
                   ELSE
                       MOVE TTXN-ROW-DATA TO WS-ROW-IMAGE-T (WS-ROW-IDX)
                       IF WS-ROW-UNCHANGED (WS-ROW-IDX)
                           SET WS-ROW-CHANGED (WS-ROW-IDX) TO TRUE
                       END-IF
                       SET WS-TBL-TOUCHED (WS-CUR-TBL) TO TRUE
                       SET AUD-EVENT-TABLE-CHANGE TO TRUE
                       PERFORM 2800-WRITE-AUDIT-RECORD
                       ADD 1 TO WS-TXN-APPLIED-COUNT
                   END-IF
           END-EVALUATE.

       2500-DO-DELETE.
      *    The CTRPARMF record is never deleted: every WS-DATA job
      *    would fall back to its compiled-in ceiling.  Change it.
           EVALUATE TRUE
               WHEN WS-CUR-TBL = WS-PARM-TBL
                   DISPLAY "CTRTMNT: the CTRPARMF record cannot be "
                           "deleted, use CHANGE"
                   SET TSUSP-NO-DELETE TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN NOT WS-ROW-FOUND
                   DISPLAY "CTRTMNT: " TTXN-TABLE-ID " row " WS-CUR-KEY
                           " not found, cannot delete"
                   SET TSUSP-NOT-FOUND TO TRUE
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   SET WS-ROW-DELETED (WS-ROW-IDX) TO TRUE
                   SUBTRACT 1 FROM WS-TBL-ROWS-T (WS-CUR-TBL)
                   SET WS-TBL-TOUCHED (WS-CUR-TBL) TO TRUE
                   SET AUD-EVENT-TABLE-DELETE TO TRUE
                   PERFORM 2800-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-TXN-APPLIED-COUNT
           END-EVALUATE.

       2800-WRITE-AUDIT-RECORD.
      *    Callers SET the TBLADD / TBLCHG / TBLDEL event first.  The
      *    counter value carries the new ceiling for a CTRPARMF
      *    change and zero for the other tables.
           MOVE WS-JOB-NAME TO AUD-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO AUD-RUN-TIMESTAMP
           IF WS-CUR-TBL = WS-PARM-TBL
               AND TTXN-PARM-CEILING-VALUE IS NUMERIC
               MOVE TTXN-PARM-CEILING-VALUE TO AUD-COUNTER-VALUE
           ELSE
               MOVE 0 TO AUD-COUNTER-VALUE
           END-IF
           MOVE TTXN-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-TBL-ID-T (WS-CUR-TBL) TO AUD-TABLE-ID
           MOVE WS-CUR-KEY TO AUD-TABLE-KEY
           WRITE CTR-AUDIT-RECORD.

       2900-WRITE-SUSPENSE-RECORD.
      *    The failing transaction is carried to CTRTMTSP unchanged,
      *    with the reason appended - callers SET the reason-code
      *    condition before performing this.
           MOVE TTXN-TABLE-ID TO TSUSP-TABLE-ID
           MOVE TTXN-ACTION TO TSUSP-ACTION
           MOVE TTXN-OPERATOR-ID TO TSUSP-OPERATOR-ID
           MOVE TTXN-ROW-DATA TO TSUSP-ROW-DATA
           WRITE CTR-TABLE-MAINT-SUSP-RECORD
           ADD 1 TO WS-TXN-REJECT-COUNT.

      *****************************************************************
      *  Only the tables a transaction actually changed are           *
      *  rewritten, each between its BEFORE and AFTER listing, so the *
      *  listing is the record of exactly what this run did.          *
      *****************************************************************
       3000-SAVE-AND-LIST-TABLES.
           OPEN OUTPUT CTR-REPORT-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CTRTMNT CONTROL TABLE MAINTENANCE  BUSINESS DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-CUR-TBL FROM 1 BY 1
                   UNTIL WS-CUR-TBL > WS-TABLE-COUNT
               IF WS-TBL-TOUCHED (WS-CUR-TBL)
                   PERFORM 3100-LIST-TABLE-BEFORE
                   EVALUATE WS-CUR-TBL
                       WHEN WS-PARM-TBL
                           PERFORM 3300-SAVE-PARM-FILE
                       WHEN WS-THR-TBL
                           PERFORM 3400-SAVE-THRESHOLD-FILE
                       WHEN WS-RTE-TBL
                           PERFORM 3500-SAVE-ROUTE-FILE
                       WHEN WS-HOL-TBL
                           PERFORM 3600-SAVE-HOLIDAY-FILE
                       WHEN WS-FMT-TBL
                           PERFORM 3700-SAVE-FORMAT-FILE
                       WHEN WS-OPR-TBL
                           PERFORM 3800-SAVE-OPERATOR-FILE
                       WHEN WS-LWT-TBL
                           PERFORM 3900-SAVE-LOCK-WAIT-FILE
                   END-EVALUATE
                   PERFORM 3200-LIST-TABLE-AFTER
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "TRANSACTIONS READ " DELIMITED BY SIZE
                  WS-TXN-READ-COUNT DELIMITED BY SIZE
                  "  APPLIED " DELIMITED BY SIZE
                  WS-TXN-APPLIED-COUNT DELIMITED BY SIZE
                  "  SUSPENDED TO CTRTMTSP " DELIMITED BY SIZE
                  WS-TXN-REJECT-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           CLOSE CTR-REPORT-FILE.

       3100-LIST-TABLE-BEFORE.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-TBL-ID-T (WS-CUR-TBL) DELIMITED BY SIZE
                  " - BEFORE" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 8200-WRITE-COLUMN-HEADING
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-CUR-TBL
                   AND NOT WS-ROW-ADDED (WS-ROW-IDX)
                   EVALUATE TRUE
                       WHEN WS-ROW-DELETED (WS-ROW-IDX)
                           MOVE "DELETED" TO WS-LIST-MARK
                       WHEN WS-ROW-CHANGED (WS-ROW-IDX)
                           MOVE "CHANGED" TO WS-LIST-MARK
                       WHEN OTHER
                           MOVE SPACES TO WS-LIST-MARK
                   END-EVALUATE
                   MOVE WS-ROW-ORIG-T (WS-ROW-IDX) TO WS-LIST-IMAGE
                   PERFORM 8300-WRITE-ROW-LINE
               END-IF
           END-PERFORM
           PERFORM 8400-WRITE-ROW-COUNT.

       3200-LIST-TABLE-AFTER.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-TBL-ID-T (WS-CUR-TBL) DELIMITED BY SIZE
                  " - AFTER" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 8200-WRITE-COLUMN-HEADING
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-CUR-TBL
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   EVALUATE TRUE
                       WHEN WS-ROW-ADDED (WS-ROW-IDX)
                           MOVE "ADDED" TO WS-LIST-MARK
                       WHEN WS-ROW-CHANGED (WS-ROW-IDX)
                           MOVE "CHANGED" TO WS-LIST-MARK
                       WHEN OTHER
                           MOVE SPACES TO WS-LIST-MARK
                   END-EVALUATE
                   MOVE WS-ROW-IMAGE-T (WS-ROW-IDX) TO WS-LIST-IMAGE
                   PERFORM 8300-WRITE-ROW-LINE
               END-IF
           END-PERFORM
           PERFORM 8400-WRITE-ROW-COUNT.

       3300-SAVE-PARM-FILE.
           OPEN I-O CTR-PARM-FILE
           IF WS-CTR-PARM-STATUS NOT = "00"
               OPEN OUTPUT CTR-PARM-FILE
               CLOSE CTR-PARM-FILE
               OPEN I-O CTR-PARM-FILE
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-PARM-TBL
                   MOVE WS-ROW-IMAGE-T (WS-ROW-IDX) TO CTR-PARM-RECORD
                   MOVE 1 TO WS-CTR-PARM-RRN
                   EVALUATE TRUE
                       WHEN WS-ROW-ADDED (WS-ROW-IDX)
                           WRITE CTR-PARM-RECORD
                               INVALID KEY
                                   DISPLAY "CTRTMNT: unable to add "
                                           "the CTRPARMF record"
                           END-WRITE
                       WHEN WS-ROW-CHANGED (WS-ROW-IDX)
                           REWRITE CTR-PARM-RECORD
                               INVALID KEY
                                   DISPLAY "CTRTMNT: unable to "
                                           "update the CTRPARMF "
                                           "record"
                           END-REWRITE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE CTR-PARM-FILE.

       3400-SAVE-THRESHOLD-FILE.
           OPEN OUTPUT CTR-THRESHOLD-FILE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-THR-TBL
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   MOVE WS-ROW-IMAGE-T (WS-ROW-IDX)
                       TO CTR-THRESHOLD-RECORD
                   WRITE CTR-THRESHOLD-RECORD
               END-IF
           END-PERFORM
           CLOSE CTR-THRESHOLD-FILE.

       3500-SAVE-ROUTE-FILE.
      *    Rules are written back in their loaded order with new
      *    rules behind them - first match wins in CTRALRT.
           OPEN OUTPUT CTR-ROUTE-FILE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-RTE-TBL
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   MOVE WS-ROW-IMAGE-T (WS-ROW-IDX)
                       TO CTR-ROUTE-RECORD
                   WRITE CTR-ROUTE-RECORD
               END-IF
           END-PERFORM
           CLOSE CTR-ROUTE-FILE.

       3600-SAVE-HOLIDAY-FILE.
           OPEN OUTPUT CTR-HOLIDAY-FILE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-HOL-TBL
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   MOVE WS-ROW-IMAGE-T (WS-ROW-IDX)
                       TO CTR-HOLIDAY-RECORD
                   WRITE CTR-HOLIDAY-RECORD
               END-IF
           END-PERFORM
           CLOSE CTR-HOLIDAY-FILE.

       3700-SAVE-FORMAT-FILE.
           OPEN OUTPUT CTR-FORMAT-FILE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-FMT-TBL
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   MOVE WS-ROW-IMAGE-T (WS-ROW-IDX)
                       TO CTR-FORMAT-RECORD
                   WRITE CTR-FORMAT-RECORD
               END-IF
           END-PERFORM
           CLOSE CTR-FORMAT-FILE.

       3800-SAVE-OPERATOR-FILE.
           OPEN OUTPUT CTR-OPERATOR-FILE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-OPR-TBL
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   MOVE WS-ROW-IMAGE-T (WS-ROW-IDX)
                       TO CTR-OPERATOR-RECORD
                   WRITE CTR-OPERATOR-RECORD
               END-IF
           END-PERFORM
           CLOSE CTR-OPERATOR-FILE.

       3900-SAVE-LOCK-WAIT-FILE.
           OPEN OUTPUT CTR-LOCK-WAIT-FILE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-TBL-T (WS-ROW-IDX) = WS-LWT-TBL
                   AND NOT WS-ROW-DELETED (WS-ROW-IDX)
                   MOVE WS-ROW-IMAGE-T (WS-ROW-IDX)
                       TO CTR-LOCK-WAIT-RECORD
                   WRITE CTR-LOCK-WAIT-RECORD
               END-IF
           END-PERFORM
           CLOSE CTR-LOCK-WAIT-FILE.

       8100-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO CTR-REPORT-LINE
           WRITE CTR-REPORT-LINE.

       8200-WRITE-COLUMN-HEADING.
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE WS-CUR-TBL
               WHEN WS-PARM-TBL
                   MOVE "COUNTER  CEILING   RECYCLE"
                       TO WS-DETAIL-LINE (12:)
               WHEN WS-THR-TBL
                   MOVE "COUNTER  ADV WARN"
                       TO WS-DETAIL-LINE (12:)
               WHEN WS-RTE-TBL
                   MOVE "COUNTER  SEV  GROUP"
                       TO WS-DETAIL-LINE (12:)
               WHEN WS-HOL-TBL
                   MOVE "DATE"
                       TO WS-DETAIL-LINE (12:)
               WHEN WS-FMT-TBL
                   MOVE "COUNTER  PREFIX SEP SEG PAD CHK"
                       TO WS-DETAIL-LINE (12:)
               WHEN WS-OPR-TBL
                   MOVE "OPERATOR S RST ROL BDT UNL APR NAME"
                       TO WS-DETAIL-LINE (12:)
               WHEN WS-LWT-TBL
                   MOVE "JOB      TRIES SECS"
                       TO WS-DETAIL-LINE (12:)
           END-EVALUATE
           PERFORM 8100-WRITE-REPORT-LINE.

       8300-WRITE-ROW-LINE.
      *    Lays the row out in columns under 8200-'s heading, with
      *    the ADDED / CHANGED / DELETED mark in front.
           MOVE SPACES TO WS-LIST-TEXT
           EVALUATE WS-CUR-TBL
               WHEN WS-PARM-TBL
                   STRING WS-LIST-IMAGE (1:8) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (9:9) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (18:1) DELIMITED BY SIZE
                          INTO WS-LIST-TEXT
               WHEN WS-THR-TBL
                   STRING WS-LIST-IMAGE (1:8) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (9:3) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (12:3) DELIMITED BY SIZE
                          INTO WS-LIST-TEXT
               WHEN WS-RTE-TBL
                   STRING WS-LIST-IMAGE (1:8) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (9:4) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (13:8) DELIMITED BY SIZE
                          INTO WS-LIST-TEXT
               WHEN WS-HOL-TBL
                   MOVE WS-LIST-IMAGE (1:8) TO WS-LIST-TEXT
               WHEN WS-FMT-TBL
                   STRING WS-LIST-IMAGE (1:8) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (9:6) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (15:1) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-LIST-IMAGE (16:1) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-LIST-IMAGE (17:2) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-LIST-IMAGE (19:2) DELIMITED BY SIZE
                          INTO WS-LIST-TEXT
               WHEN WS-OPR-TBL
                   STRING WS-LIST-IMAGE (1:8) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIST-IMAGE (9:1) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-LIST-IMAGE (10:1) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-LIST-IMAGE (11:1) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-LIST-IMAGE (12:1) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-LIST-IMAGE (13:1) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-LIST-IMAGE (14:1) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-LIST-IMAGE (15:16) DELIMITED BY SIZE
                          INTO WS-LIST-TEXT
               WHEN WS-LWT-TBL
                   STRING WS-LIST-IMAGE (1:8) DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-LIST-IMAGE (9:2) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-LIST-IMAGE (11:3) DELIMITED BY SIZE
                          INTO WS-LIST-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-LIST-MARK TO WS-DETAIL-LINE (2:8)
           MOVE WS-LIST-TEXT TO WS-DETAIL-LINE (12:60)
           PERFORM 8100-WRITE-REPORT-LINE
           ADD 1 TO WS-LIST-COUNT.

       8400-WRITE-ROW-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "           " DELIMITED BY SIZE
                  WS-LIST-COUNT DELIMITED BY SIZE
                  " ROW(S)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE.
