      *                 queued for reuse.  Failures go to the         *
      *                 CTRVOIDRJ rejects file with a reason code     *
      *                 and are counted in the run-end summary.       *
      *                 A line may carry the number in its formatted  *
      *                 form instead (prefix, segment, check digit);  *
      *                 it is proved through the shared CTRFMTN       *
      *                 validator first, and a wrong check digit or   *
      *                 a format that is not the series' own is       *
      *                 rejected (BADCHECK / BADFORMT).               *
      *                 A void to a series RETIRED on CTRLIFF is      *
      *                 rejected (RETIRED) - the series will never    *
      *                 issue again.  A frozen series still takes     *
      *                 its voids; they wait on the pool until it is  *
      *                 resumed.                                      *
      *                 PARM=PREVIEW applies every check but writes   *
      *                 neither the pool nor CTRVOIDRJ: the CTRVOIDPV *
      *                 listing shows each number that would be       *
      *                 queued or rejected, with its series' current  *
      *                 value and headroom.                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRVOID.
               RELATIVE KEY IS WS-CTR-TAB-RRN
               FILE STATUS IS WS-CTR-TAB-STATUS.

           SELECT CTR-PARM-FILE ASSIGN TO "CTRPARMF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-PARM-RRN
               FILE STATUS IS WS-CTR-PARM-STATUS.

           SELECT CTR-PREVIEW-FILE ASSIGN TO "CTRVOIDPV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-VOID-IN-FILE.
       FD  CTR-LAST-FILE.
           COPY CTRLAST.

      *    The reject row is built in working storage (CTRVOIDR
      *    below) so a preview can report the reason code without
      *    the rejects file ever being opened.
       FD  CTR-VOID-REJ-FILE.
       01  CTR-VOID-REJECT-LINE        PIC X(49).

       FD  CTR-COUNTER-FILE.
           COPY CTRTAB.

       FD  CTR-PARM-FILE.
           COPY CTRPARM.

       FD  CTR-PREVIEW-FILE.
       01  CTR-PREVIEW-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VOID-IN-STATUS           PIC XX.
           88  WS-VOID-IN-EOF                VALUE "10".
       01  WS-CTR-LAST-RRN             PIC 9(4) VALUE 1.
       01  WS-VOID-REJ-STATUS          PIC XX.

           COPY CTRVOIDR.

       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-VOIDED-COUNT             PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-ID-T         PIC X(08).
               10  WS-CTR-CURRENT-T    PIC 9(09).
               10  WS-CTR-MAX-T        PIC 9(09).
               10  WS-CTR-GEN-T        PIC 9(04).
       01  WS-COUNTER-FOUND-SWITCH     PIC X VALUE "N".
           88  WS-COUNTER-FOUND              VALUE "Y".
       01  WS-POOL-FULL-SWITCH         PIC X VALUE "N".
           88  WS-POOL-FULL                  VALUE "Y".

      *    A formatted number on the void line is reduced to the bare
      *    number by CTRFMTN; BN (all digits) is as good as proved.
       01  WS-FMT-REQUEST              PIC X(8) VALUE "VALIDATE".
       01  WS-FMT-GEN                  PIC 9(4).
       01  WS-FMT-DATE                 PIC X(8) VALUE SPACES.
       01  WS-FMT-STATUS               PIC XX.
       01  WS-FMT-REFUSED-SWITCH       PIC X VALUE "N".
           88  WS-FMT-REFUSED                VALUE "Y".

       01  WS-ISSUED-SWITCH            PIC X VALUE "N".
           88  WS-ISSUED                     VALUE "Y".
       01  WS-POOLED-SWITCH            PIC X VALUE "N".
           88  WS-POOLED                     VALUE "Y".

      *    Run mode from the EXEC PARM (CTRRUNM).  The WSDATA ceiling
      *    comes from CTRPARMF and is read for the preview headroom
      *    only.
       01  WS-RUN-MODE                 PIC X(8).
           88  WS-PREVIEW-MODE               VALUE "PREVIEW".
       01  WS-RUN-MODE-STATUS          PIC XX.
       01  WS-PREVIEW-STATUS           PIC XX.
       01  WS-CTR-PARM-STATUS          PIC XX.
       01  WS-CTR-PARM-RRN             PIC 9(4) VALUE 1.
       01  WS-DATA-CEILING             PIC 9(09) VALUE 999999999.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-DETAIL-LINE              PIC X(132).
       01  WS-PRV-CURRENT              PIC 9(09).
       01  WS-PRV-CEILING              PIC 9(09).
       01  WS-PRV-HEADROOM             PIC 9(09).

           COPY CTRPRVW.

      *    The voided number's series lifecycle (CTRLIFE).
           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8) VALUE "STATE".
       01  WS-LCY-IN-FORCE             PIC X(8).
           88  WS-LCY-IN-FORCE-RETIRED       VALUE "RETIRED".
       01  WS-LCY-STATUS               PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           CALL "CTRRUNM" USING WS-RUN-MODE WS-RUN-MODE-STATUS
           IF WS-RUN-MODE-STATUS NOT = "00"
               DISPLAY "CTRVOID: PARM not recognized, nothing voided"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CTR-VOID-IN-FILE
           IF WS-VOID-IN-STATUS NOT = "00"
               DISPLAY "CTRVOID: no CTRVOIDIN numbers to void"
               PERFORM 1100-LOAD-ISSUANCE-EVIDENCE
               PERFORM 1200-LOAD-RESERVATIONS
               PERFORM 1300-LOAD-REUSE-POOL
               IF WS-PREVIEW-MODE
                   PERFORM 3000-OPEN-PREVIEW-LISTING
               ELSE
                   OPEN EXTEND CTR-REUSE-FILE
                   IF NOT WS-REUSE-STATUS = "00"
                       OPEN OUTPUT CTR-REUSE-FILE
                   END-IF
                   OPEN OUTPUT CTR-VOID-REJ-FILE
               END-IF
               PERFORM UNTIL WS-VOID-IN-EOF
                   READ CTR-VOID-IN-FILE
                       AT END
                           PERFORM 2000-VALIDATE-ONE-NUMBER
                   END-READ
               END-PERFORM
               IF WS-PREVIEW-MODE
                   PERFORM 3800-CLOSE-PREVIEW-LISTING
               ELSE
                   CLOSE CTR-REUSE-FILE
                   CLOSE CTR-VOID-REJ-FILE
               END-IF
               CLOSE CTR-VOID-IN-FILE
               IF NOT WS-PREVIEW-MODE
                   DISPLAY "CTRVOID: read " WS-READ-COUNT
                           " number(s), pushed " WS-VOIDED-COUNT
                           " onto the reuse pool, rejected "
                           WS-REJECT-COUNT " to CTRVOIDRJ"
               END-IF
           END-IF
           STOP RUN.

                                   TO WS-CTR-ID-T (WS-CTR-IDX)
                               MOVE CTR-CURRENT-VALUE
                                   TO WS-CTR-CURRENT-T (WS-CTR-IDX)
                               MOVE CTR-MAX-VALUE
                                   TO WS-CTR-MAX-T (WS-CTR-IDX)
                               IF CTR-GENERATION IS NUMERIC
                                   MOVE CTR-GENERATION
                                       TO WS-CTR-GEN-T (WS-CTR-IDX)
                   MOVE WS-CTR-GEN-T (WS-CTR-IDX) TO WS-CURRENT-GEN
               END-IF
           END-IF
           MOVE "N" TO WS-FMT-REFUSED-SWITCH
           IF VDX-FORMATTED-NUMBER NOT = SPACES
               PERFORM 2020-RESOLVE-FORMATTED-NUMBER
           END-IF
           PERFORM 2100-CHECK-ISSUED
           PERFORM 2200-CHECK-POOLED
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE WS-VOID-COUNTER-ID TO LCY-COUNTER-ID
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           EVALUATE TRUE
               WHEN WS-FMT-REFUSED
                   PERFORM 2300-WRITE-REJECT
               WHEN NOT WS-WSDATA-VOID AND NOT WS-COUNTER-FOUND
                   SET VRJ-NO-COUNTER TO TRUE
                   PERFORM 2300-WRITE-REJECT
               WHEN WS-LCY-IN-FORCE-RETIRED
                   SET VRJ-SERIES-RETIRED TO TRUE
                   PERFORM 2300-WRITE-REJECT
               WHEN VDX-SERIES-GEN IS NUMERIC
                   AND VDX-SERIES-GEN NOT = WS-CURRENT-GEN
                   SET VRJ-OLD-GENERATION TO TRUE
                   PERFORM 2400-ACCEPT-NUMBER
           END-EVALUATE.

       2020-RESOLVE-FORMATTED-NUMBER.
      *    The generation passed in is the card's own, or the current
      *    one when the card leaves it blank; a generation segment in
      *    the formatted number overrides it, so old-pass paper keyed
      *    in formatted form still meets the OLDGEN refusal.
           IF VDX-SERIES-GEN IS NUMERIC
               MOVE VDX-SERIES-GEN TO WS-FMT-GEN
           ELSE
               MOVE WS-CURRENT-GEN TO WS-FMT-GEN
           END-IF
           CALL "CTRFMTN" USING WS-FMT-REQUEST WS-VOID-COUNTER-ID
                   VDX-DOC-NUMBER WS-FMT-GEN WS-FMT-DATE
                   VDX-FORMATTED-NUMBER WS-FMT-STATUS
           EVALUATE WS-FMT-STATUS
               WHEN "00"
                   MOVE WS-FMT-GEN TO VDX-SERIES-GEN
               WHEN "BN"
                   CONTINUE
               WHEN "CK"
                   SET WS-FMT-REFUSED TO TRUE
                   SET VRJ-BAD-CHECK-DIGIT TO TRUE
               WHEN OTHER
                   SET WS-FMT-REFUSED TO TRUE
                   SET VRJ-BAD-FORMAT TO TRUE
           END-EVALUATE.

       2050-FIND-NAMED-COUNTER.
           MOVE "N" TO WS-COUNTER-FOUND-SWITCH
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
       2300-WRITE-REJECT.
           MOVE VDX-DOC-NUMBER TO VRJ-DOC-NUMBER
           MOVE WS-VOID-COUNTER-ID TO VRJ-COUNTER-ID
           MOVE VDX-FORMATTED-NUMBER TO VRJ-FORMATTED-NUMBER
           IF WS-PREVIEW-MODE
               PERFORM 3100-PREVIEW-REJECT
           ELSE
               WRITE CTR-VOID-REJECT-LINE FROM CTR-VOID-REJECT-RECORD
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "CTRVOID: rejected " VRJ-DOC-NUMBER
                   " for " WS-VOID-COUNTER-ID
                   " reason " VRJ-REASON-CODE.

       2400-ACCEPT-NUMBER.
      *    The number is added to the in-memory pool in a preview
      *    too, so a duplicate later in the batch is still caught.
           IF WS-PREVIEW-MODE
               PERFORM 3200-PREVIEW-POOL-ENTRY
           ELSE
               MOVE VDX-DOC-NUMBER TO REUSE-VALUE
               MOVE WS-VOID-COUNTER-ID TO REUSE-COUNTER-ID
               MOVE VDX-DOC-NUMBER TO REUSE-RANGE-END
               WRITE CTR-REUSE-RECORD
           END-IF
           ADD 1 TO WS-VOIDED-COUNT
           IF WS-POOL-COUNT < WS-MAX-POOL-ROWS
               ADD 1 TO WS-POOL-COUNT
               MOVE VDX-DOC-NUMBER
                   TO WS-POOL-END-T (WS-POOL-IDX)
           END-IF.

      *****************************************************************
      *  Preview listing (PARM=PREVIEW).  One line per input number, *
      *  queued or rejected, against the series' current value and   *
      *  its headroom below the ceiling (voids do not move either),  *
      *  then the totals and a sign-off line for operations.         *
      *****************************************************************
       3000-OPEN-PREVIEW-LISTING.
           OPEN INPUT CTR-PARM-FILE
           IF WS-CTR-PARM-STATUS = "00"
               MOVE 1 TO WS-CTR-PARM-RRN
               READ CTR-PARM-FILE
                   NOT INVALID KEY
                       MOVE PARM-CEILING-VALUE TO WS-DATA-CEILING
               END-READ
               CLOSE CTR-PARM-FILE
           END-IF
           CALL "CTRBDATE" USING WS-RUN-DATE
           OPEN OUTPUT CTR-PREVIEW-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CTRVOID PREVIEW - WOULD CHANGE  BUSINESS DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  (NOTHING HAS BEEN APPLIED)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE
           MOVE CTR-PREVIEW-HEADING TO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE.

       3100-PREVIEW-REJECT.
           PERFORM 3300-START-PREVIEW-LINE
           MOVE "REJECT" TO PRV-OUTCOME
           MOVE VRJ-REASON-CODE TO PRV-REASON-CODE
           IF VDX-FORMATTED-NUMBER NOT = SPACES
               STRING VDX-FORMATTED-NUMBER DELIMITED BY SPACE
                      " NOT QUEUED" DELIMITED BY SIZE
                      INTO PRV-NOTE
           ELSE
               STRING VDX-DOC-NUMBER DELIMITED BY SIZE
                      " NOT QUEUED" DELIMITED BY SIZE
                      INTO PRV-NOTE
           END-IF
           MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE.

       3200-PREVIEW-POOL-ENTRY.
           PERFORM 3300-START-PREVIEW-LINE
           MOVE "POOL" TO PRV-OUTCOME
           STRING VDX-DOC-NUMBER DELIMITED BY SIZE
                  " ADDED TO THE REUSE POOL" DELIMITED BY SIZE
                  INTO PRV-NOTE
           MOVE CTR-PREVIEW-LINE TO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE.

       3300-START-PREVIEW-LINE.
      *    Current value and ceiling of the void's series: CTRLASTF
      *    and CTRPARMF for WSDATA, the CTRCTRF row for a named
      *    counter.  Left blank when the series is not known.
           MOVE SPACES TO CTR-PREVIEW-LINE
           MOVE "VOID" TO PRV-ACTION
           MOVE WS-VOID-COUNTER-ID TO PRV-COUNTER-ID
           IF WS-WSDATA-VOID AND WS-HWM-KNOWN
               MOVE WS-DATA-HWM TO WS-PRV-CURRENT
               MOVE WS-DATA-CEILING TO WS-PRV-CEILING
               PERFORM 3400-SHOW-SERIES-POSITION
           END-IF
           IF NOT WS-WSDATA-VOID AND WS-COUNTER-FOUND
               MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO WS-PRV-CURRENT
               MOVE WS-CTR-MAX-T (WS-CTR-IDX) TO WS-PRV-CEILING
               PERFORM 3400-SHOW-SERIES-POSITION
           END-IF.

       3400-SHOW-SERIES-POSITION.
           MOVE WS-PRV-CURRENT TO PRV-CURRENT-VALUE
           MOVE WS-PRV-CURRENT TO PRV-PROPOSED-VALUE
           IF WS-PRV-CEILING > WS-PRV-CURRENT
               COMPUTE WS-PRV-HEADROOM =
                   WS-PRV-CEILING - WS-PRV-CURRENT
           ELSE
               MOVE 0 TO WS-PRV-HEADROOM
           END-IF
           MOVE WS-PRV-HEADROOM TO PRV-HEADROOM.

       3800-CLOSE-PREVIEW-LISTING.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "NUMBERS READ " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  WOULD BE POOLED " DELIMITED BY SIZE
                  WS-VOIDED-COUNT DELIMITED BY SIZE
                  "  WOULD BE REJECTED TO CTRVOIDRJ " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE
           MOVE "NO REUSE POOL OR CTRVOIDRJ FILE WAS CHANGED"
               TO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "REVIEWED FOR LIVE RELEASE BY ________________"
                      DELIMITED BY SIZE
                  "   DATE __________" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 3900-WRITE-PREVIEW-LINE
           CLOSE CTR-PREVIEW-FILE
           DISPLAY "CTRVOID: PREVIEW run - nothing was voided, the "
                   "CTRVOIDPV listing shows what would be".

       3900-WRITE-PREVIEW-LINE.
           MOVE WS-DETAIL-LINE TO CTR-PREVIEW-REPORT-LINE
           WRITE CTR-PREVIEW-REPORT-LINE.
