      *    check (CTRXVAL) side, so the two always agree.
       01  WS-HASH-TOTAL               PIC 9(13) VALUE 0.

      *    Extract rows written before the formatted number existed
      *    are formatted here on the way out, through the same
      *    CTRFMTN formatter WSCTRUPD uses, so every detail record
      *    downstream receives carries it where the series has a
      *    format definition.  The extract is WSDATA-only.
       01  WS-WSDATA-ID                PIC X(8) VALUE "WSDATA".
       01  WS-FMT-REQUEST              PIC X(8) VALUE "FORMAT".
       01  WS-FMT-NUMBER               PIC X(24).
       01  WS-FMT-STATUS               PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
      *    The feed's business date is the CTRBDATF processing date,
           ELSE
               MOVE 0 TO FEED-SERIES-GEN
           END-IF
           IF EXTR-FORMATTED-NUMBER = SPACES
               CALL "CTRFMTN" USING WS-FMT-REQUEST WS-WSDATA-ID
                       FEED-DOC-NUMBER FEED-SERIES-GEN FEED-DOC-DATE
                       WS-FMT-NUMBER WS-FMT-STATUS
               MOVE WS-FMT-NUMBER TO FEED-FORMATTED-NUMBER
           ELSE
               MOVE EXTR-FORMATTED-NUMBER TO FEED-FORMATTED-NUMBER
           END-IF
           WRITE CTR-FEED-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD EXTR-DOC-NUMBER TO WS-HASH-TOTAL.
