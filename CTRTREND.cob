      *                 dates on the CTRHOLF holiday calendar are     *
      *                 not burn days - to a projected exhaustion     *
      *                 date operations can put on a calendar.        *
      *                 A series RETIRED on CTRLIFF is not an         *
      *                 exhaustion risk - it will never issue again - *
      *                 so it is not projected but listed in its own  *
      *                 section at the end; a FROZEN one is projected *
      *                 as usual with the freeze noted.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRTREND.
           COPY CTRTAB.

       FD  CTR-HOLIDAY-FILE.
           COPY CTRHOL.

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-SERIES-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-SERIES-FOUND               VALUE "Y".

      *    Series lifecycle (CTRLIFE), and the retired series held
      *    back from projection for the section at the end.
           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8) VALUE "STATE".
       01  WS-LCY-IN-FORCE             PIC X(8).
           88  WS-LCY-IN-FORCE-FROZEN        VALUE "FROZEN".
           88  WS-LCY-IN-FORCE-RETIRED       VALUE "RETIRED".
       01  WS-LCY-STATUS               PIC XX.
       01  WS-RETIRED-COUNT            PIC 9(4) VALUE 0.
       01  WS-RETIRED-TABLE.
           05  WS-RETIRED-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RET-IDX.
               10  WS-RET-ID-T         PIC X(08).
               10  WS-RET-DATE-T       PIC X(08).
               10  WS-RET-OPERATOR-T   PIC X(08).
               10  WS-RET-VALUE-T      PIC 9(09).

      *    Named-counter ceilings loaded from the CTRTAB table.
       01  WS-CEIL-COUNT               PIC 9(4) VALUE 0.
       01  WS-MAX-CEILINGS             PIC 9(4) VALUE 200.
               PERFORM 2000-BUILD-ONE-PROJECTION
                   VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SERIES-COUNT
               PERFORM 3000-REPORT-RETIRED-SERIES
           END-IF
           STOP RUN.

       2000-BUILD-ONE-PROJECTION.
           MOVE WS-SERIES-ENTRY (WS-SER-IDX) TO WS-TREND-ID
           PERFORM 2100-GATHER-SERIES-VALUES
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE WS-TREND-ID TO LCY-COUNTER-ID
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           IF WS-LCY-IN-FORCE-RETIRED
               IF WS-RETIRED-COUNT < WS-MAX-SERIES
                   ADD 1 TO WS-RETIRED-COUNT
                   SET WS-RET-IDX TO WS-RETIRED-COUNT
                   MOVE WS-TREND-ID TO WS-RET-ID-T (WS-RET-IDX)
                   MOVE LCY-EFFECTIVE-DATE TO WS-RET-DATE-T (WS-RET-IDX)
                   MOVE LCY-OPERATOR-ID
                       TO WS-RET-OPERATOR-T (WS-RET-IDX)
                   MOVE WS-LAST-VALUE TO WS-RET-VALUE-T (WS-RET-IDX)
               END-IF
           ELSE
               PERFORM 2010-PROJECT-SERIES
           END-IF.

       2010-PROJECT-SERIES.
           PERFORM 2200-RESOLVE-SERIES-CEILING
           DISPLAY "CTRTREND: ----- series " WS-TREND-ID " -----"
           IF WS-LCY-IN-FORCE-FROZEN
               DISPLAY "CTRTREND: series is FROZEN from "
                       LCY-EFFECTIVE-DATE " by " LCY-OPERATOR-ID
                       " - nothing issues until it is resumed"
           END-IF
           IF WS-TREND-ROWS < 2
               DISPLAY "CTRTREND: fewer than two history rows, "
                       "cannot project a trend yet"
                   END-IF
               END-PERFORM
           END-IF.

       3000-REPORT-RETIRED-SERIES.
           IF WS-RETIRED-COUNT > 0
               DISPLAY "CTRTREND: ----- retired series (not "
                       "projected, no exhaustion risk) -----"
               PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                       UNTIL WS-RET-IDX > WS-RETIRED-COUNT
                   DISPLAY "CTRTREND: " WS-RET-ID-T (WS-RET-IDX)
                           " retired from " WS-RET-DATE-T (WS-RET-IDX)
                           " by " WS-RET-OPERATOR-T (WS-RET-IDX)
                           ", last value "
                           WS-RET-VALUE-T (WS-RET-IDX)
               END-PERFORM
           END-IF.
