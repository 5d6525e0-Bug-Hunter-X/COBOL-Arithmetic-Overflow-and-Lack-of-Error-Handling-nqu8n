      *                 issued this request - callers must never let  *
      *                 it touch a persisted high-water mark (see the *
      *                 WSCTRUPD working-storage note).               *
      *                 A series RETIRED on CTRLIFF pops nothing: its *
      *                 rows are dropped from the pool instead (the   *
      *                 CTRPPURG purge), so a retirement keyed ahead  *
      *                 of its effective date clears the series'      *
      *                 entries on first contact once it is in force. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRPOOL.
       01  WS-POP-POSITION             PIC 9(4) VALUE 0.
       01  WS-SCAN-POSITION            PIC 9(4).

           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8) VALUE "STATE".
       01  WS-LCY-IN-FORCE             PIC X(8).
           88  WS-LCY-IN-FORCE-RETIRED       VALUE "RETIRED".
       01  WS-LCY-STATUS               PIC XX.
       01  WS-PURGE-REQUEST            PIC X(8) VALUE "PURGE".
       01  WS-PURGED-COUNT             PIC 9(4).
       01  WS-PURGE-STATUS             PIC XX.

       LINKAGE SECTION.
       01  LK-COUNTER-ID               PIC X(08).
       01  LK-POPPED-SWITCH            PIC X.
           ELSE
               MOVE LK-COUNTER-ID TO WS-WANTED-ID
           END-IF
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE WS-WANTED-ID TO LCY-COUNTER-ID
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           IF WS-LCY-IN-FORCE-RETIRED
               PERFORM 3000-DROP-RETIRED-SERIES
           ELSE
               PERFORM 1000-LOAD-REUSE-POOL
               PERFORM 2000-POP-AND-REWRITE
           END-IF
           GOBACK.

       1000-LOAD-REUSE-POOL.
                   MOVE WS-SCAN-POSITION TO WS-POP-POSITION
               END-IF
           END-PERFORM.

       3000-DROP-RETIRED-SERIES.
           CALL "CTRPPURG" USING WS-PURGE-REQUEST WS-WANTED-ID
                   WS-PURGED-COUNT WS-PURGE-STATUS
           IF WS-PURGE-STATUS NOT = "00"
               DISPLAY "CTRPOOL: " WS-WANTED-ID " is retired but its "
                       "reuse pool entries could not be purged"
           ELSE
               IF WS-PURGED-COUNT > 0
                   DISPLAY "CTRPOOL: dropped " WS-PURGED-COUNT
                           " reuse pool entr(ies) for retired "
                           WS-WANTED-ID
               END-IF
           END-IF.
