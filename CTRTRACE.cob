           05  EXTRA-DOC-DATE          PIC X(08).
           05  EXTRA-SERIES-GEN        PIC 9(04).
           05  EXTRA-REQUESTER         PIC X(08).
           05  EXTRA-FORMATTED-NUMBER  PIC X(24).
           05  FILLER                  PIC X(27).

       FD  CTR-FEED-FILE.
           COPY CTRFEED.
           05  AUDA-RUN-TIMESTAMP      PIC X(26).
           05  AUDA-COUNTER-VALUE      PIC 9(09).
           05  AUDA-OPERATOR-ID        PIC X(08).
           05  AUDA-TABLE-ID           PIC X(08).
           05  AUDA-TABLE-KEY          PIC X(12).

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(132).
       01  WS-FEED-DATE                PIC X(8).
       01  WS-POOL-RANGE-END           PIC 9(9).

      *    A formatted number keyed on the inquiry is proved and
      *    reduced to the bare number through the shared CTRFMTN
      *    validator; BN (all digits) is as good as a proved one.
       01  WS-FMT-REQUEST              PIC X(8) VALUE "VALIDATE".
       01  WS-FMT-GEN                  PIC 9(4).
       01  WS-FMT-DATE                 PIC X(8) VALUE SPACES.
       01  WS-FMT-STATUS               PIC XX.
       01  WS-FMT-REASON               PIC X(40).
       01  WS-INQUIRY-OK-SWITCH        PIC X VALUE "Y".
           88  WS-INQUIRY-OK                 VALUE "Y".

       01  WS-DETAIL-LINE              PIC X(132).

       PROCEDURE DIVISION.
           ELSE
               MOVE TRCX-COUNTER-ID TO WS-TRACE-COUNTER-ID
           END-IF
           MOVE "Y" TO WS-INQUIRY-OK-SWITCH
           IF TRCX-FORMATTED-NUMBER NOT = SPACES
               PERFORM 2100-RESOLVE-FORMATTED-NUMBER
           END-IF
           IF WS-INQUIRY-OK
               PERFORM 2200-TRACE-RESOLVED-NUMBER
           END-IF.

       2100-RESOLVE-FORMATTED-NUMBER.
      *    A number that fails its check digit is not traced under a
      *    guess - the report says why, and the enquirer re-keys it.
           MOVE 0 TO WS-FMT-GEN
           CALL "CTRFMTN" USING WS-FMT-REQUEST WS-TRACE-COUNTER-ID
                   WS-TRACE-NUMBER WS-FMT-GEN WS-FMT-DATE
                   TRCX-FORMATTED-NUMBER WS-FMT-STATUS
           IF WS-FMT-STATUS NOT = "00" AND WS-FMT-STATUS NOT = "BN"
               MOVE "N" TO WS-INQUIRY-OK-SWITCH
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
               EVALUATE WS-FMT-STATUS
                   WHEN "CK"
                       MOVE "CHECK DIGIT WRONG, RE-KEY THE NUMBER"
                           TO WS-FMT-REASON
                   WHEN "PX"
                       MOVE "PREFIX OR SEGMENT NOT THIS SERIES"
                           TO WS-FMT-REASON
                   WHEN "NF"
                       MOVE "SERIES HAS NO NUMBER FORMAT DEFINED"
                           TO WS-FMT-REASON
                   WHEN OTHER
                       MOVE "NOT A DOCUMENT NUMBER" TO WS-FMT-REASON
               END-EVALUATE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "CTRTRACE  NUMBER " DELIMITED BY SIZE
                      TRCX-FORMATTED-NUMBER DELIMITED BY SPACE
                      "  SERIES " DELIMITED BY SIZE
                      WS-TRACE-COUNTER-ID DELIMITED BY SIZE
                      "  NOT TRACED - " DELIMITED BY SIZE
                      WS-FMT-REASON DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       2200-TRACE-RESOLVED-NUMBER.
           MOVE 0 TO WS-MINT-COUNT
           MOVE 0 TO WS-EVIDENCE-COUNT
           MOVE 0 TO WS-DATE-COUNT
                  WS-TRACE-NUMBER DELIMITED BY SIZE
                  "  SERIES " DELIMITED BY SIZE
                  WS-TRACE-COUNTER-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRCX-FORMATTED-NUMBER DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 3000-SCAN-EXTRACT
                  EXTR-REQUESTER DELIMITED BY SIZE
                  "  (CTREXTRF9)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF EXTR-FORMATTED-NUMBER NOT = SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "    ISSUED AS " DELIMITED BY SIZE
                      EXTR-FORMATTED-NUMBER DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       3100-SCAN-EXTRACT-ARCHIVE.
           IF WS-TRACE-COUNTER-ID = WS-WSDATA-ID
                  EXTRA-REQUESTER DELIMITED BY SIZE
                  "  (CTREXTRFA ARCHIVE)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF EXTRA-FORMATTED-NUMBER NOT = SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "    ISSUED AS " DELIMITED BY SIZE
                      EXTRA-FORMATTED-NUMBER DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       3200-SCAN-FEED.
      *    The current CTRXFEED on disk is one feed generation; its
                           MOVE AUD-RUN-TIMESTAMP (1:8)
                               TO WS-CHECK-DATE
                           PERFORM 7100-CHECK-DATE-KNOWN
      *                    Control-table maintenance events name a
      *                    table row, not a counter movement.
                           IF WS-DATE-FOUND
                               AND AUD-TABLE-ID = SPACES
                               PERFORM 3610-REPORT-AUDIT-ROW
                           END-IF
                   END-READ
                               TO WS-CHECK-DATE
                           PERFORM 7100-CHECK-DATE-KNOWN
                           IF WS-DATE-FOUND
                               AND AUDA-TABLE-ID = SPACES
                               PERFORM 3710-REPORT-ARCH-AUDIT-ROW
                           END-IF
                   END-READ
